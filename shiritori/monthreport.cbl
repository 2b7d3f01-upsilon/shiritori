        SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    退避済みのゲームをまとめた索引付きの履歴
      *    (HISTORY-BUILDが積み増す)と、どこまで
      *    積んだかの控え
        SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS HS-KEY
          ALTERNATE RECORD KEY IS HS-DATE-KEY
          FILE STATUS  IS WS-HIST-ST.

        SELECT OPTIONAL HIST-CTL ASSIGN TO DYNAMIC WS-HCTL-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD HIST-CTL.
       01 HK-LINE       PIC X(182).

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       01 WS-FILE-ROOM  PIC X(20).
       01 WS-ARCH-IN-MONTH PIC X.

      * 索引付きの履歴と、どこまで積んだかの控え
       01 WS-HIST-PATH  PIC X(120).
       01 WS-HCTL-PATH  PIC X(120).
       01 WS-HIST-ST    PIC X(02) VALUE "00".
       COPY "HIST-CTL.CBF".
      * 履歴を読んでいる途中のゲーム(退避した日時と部屋。
      *  変わったところで次のゲームになる)
       01 WS-HIST-GAME.
           02 WS-HG-STAMP PIC X(14).
           02 WS-HG-ROOM  PIC X(20).

      * 集計の対象になっている1語ぶんの受け渡し領域
       01 RM-IN-WORD    PIC X(50).
       01 RM-IN-NAME    PIC X(20).
             INTO WS-RPT-PATH

           PERFORM LOAD-PLAYERS
           PERFORM READ-HIST-CTL
           PERFORM TALLY-HISTORY
           PERFORM TALLY-ARCHIVES
           MOVE SPACE TO RM-IN-ROOM
           PERFORM TALLY-CURRENT
           CLOSE ARCH-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-HISTORY.
      *> ---------------------------------------------------------
      *> - 索引付きの履歴(HISTORY-BUILDが積んだ退避済みの
      *> -   ゲーム)を、退避した日時の古い順に読んで
      *> -   足し込む(RECONCILE.CBLのTALLY-HISTORYと
      *> -   同じ読み方。数えるのは積み終えたゲームの
      *> -   語だけ)
      *> - 退避した日時か部屋が変わったところで1ゲーム
      *> -   とし、TALLY-ONE-ARCHIVEと同じようにゲームの
      *> -   始まりと終わりの処理を行う
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-HIST-GAME
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST NOT = "00" THEN
             CLOSE HIST-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO HS-DATE-KEY
           START HIST-FILE KEY IS NOT LESS THAN HS-DATE-KEY
             INVALID KEY SET EOF2 TO TRUE
           END-START
           PERFORM UNTIL EOF2
             READ HIST-FILE NEXT RECORD
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF HS-GAME-STAMP > HC-LAST-STAMP THEN
                   SET EOF2 TO TRUE
                 ELSE
                   MOVE HS-GAME-STAMP TO HC-IN-STAMP
                   MOVE HS-ARCH-NAME  TO HC-IN-NAME
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "Y" THEN
                     PERFORM TALLY-HIST-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG
           IF WS-HIST-GAME NOT = SPACE THEN
             PERFORM END-ONE-GAME
           END-IF.

       TALLY-HIST-REC.
      *> ＠ TALLY-HISTORY内での処理です
      *> ---------------------------------------------------------
      *> - 履歴の1語を足し込む(ゲームが変わったら
      *> -   前のゲームを締めて次のゲームを始める)
      *> ---------------------------------------------------------
           IF HS-GAME-STAMP NOT = WS-HG-STAMP
              OR HS-ROOM NOT = WS-HG-ROOM THEN
             IF WS-HIST-GAME NOT = SPACE THEN
               PERFORM END-ONE-GAME
             END-IF
             MOVE HS-GAME-STAMP      TO WS-HG-STAMP
             MOVE HS-ROOM            TO WS-HG-ROOM
             MOVE HS-GAME-STAMP(1:8) TO WS-FILE-DATE
             MOVE HS-ROOM            TO WS-FILE-ROOM
             PERFORM BEGIN-ONE-GAME
           END-IF

           MOVE HS-WORD  TO RM-IN-WORD
           MOVE HS-NAME  TO RM-IN-NAME
           MOVE HS-STAMP TO RM-IN-STAMP
           IF RM-IN-WORD NOT = SPACE THEN
             ADD 1 TO WS-GAME-WORDS
           END-IF
           PERFORM ADD-ONE-WORD.

       TALLY-ARCHIVES.
      *> ---------------------------------------------------------
      *> - 退避ファイルをすべて読んで足し込む
      *> - 全履歴の数え直しには全部を、対象月の
      *> -   ダイジェストにはファイル名の日付が
      *> -   対象月のものだけを足し込む
      *> - 履歴に積み終えたものはTALLY-HISTORYで
      *> -   数えたため読まない
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CMD
           STRING "DIR /B /ON "  DELIMITED BY SIZE
               NOT AT END
                 PERFORM CHECK-ARCH-NAME
                 IF WS-ARCH-OK = "Y" THEN
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "N" THEN
                     PERFORM TALLY-ONE-ARCHIVE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           MOVE "Y" TO WS-ARCH-OK
           MOVE AL-REC(WS-TAIL-POS + 1:8) TO WS-FILE-DATE
      *>     履歴に積み終えたかを調べるためのキー
           MOVE SPACE TO HC-IN-KEY
           STRING AL-REC(WS-TAIL-POS + 1:8)  DELIMITED BY SIZE
                  AL-REC(WS-TAIL-POS + 10:6) DELIMITED BY SIZE
             INTO HC-IN-STAMP
           MOVE AL-REC(1:WS-NAME-LEN) TO HC-IN-NAME
           MOVE SPACE TO WS-FILE-ROOM
           IF WS-NAME-LEN > 29 THEN
             MOVE AL-REC(11:WS-TAIL-POS - 11) TO WS-FILE-ROOM
                  AL-REC         DELIMITED BY SPACE
             INTO WS-ARCH-PATH

           PERFORM BEGIN-ONE-GAME

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           PERFORM END-ONE-GAME.

       BEGIN-ONE-GAME.
      *> ---------------------------------------------------------
      *> - 退避したゲーム1つぶんの集計を始める
      *> -   (WS-FILE-DATE/WS-FILE-ROOMを入れてから呼ぶ)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-ARCH-IN-MONTH
           IF WS-FILE-DATE(1:6) = WS-MONTH THEN
             MOVE "Y" TO WS-ARCH-IN-MONTH
           END-IF
           MOVE WS-FILE-ROOM TO RM-IN-ROOM
           MOVE 0 TO WS-GAME-WORDS.

       END-ONE-GAME.
      *> ---------------------------------------------------------
      *> - 退避したゲーム1つぶんの集計を締める
      *> ---------------------------------------------------------
      *>     対象月のゲームだけをダイジェストに数える
      *>     (SEASON-DIGESTと同じくファイル名の日付で)
           IF WS-ARCH-IN-MONTH = "Y" THEN
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PLAYERS.DAT"    DELIMITED BY SIZE
             INTO WS-PLAYER-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTORY.DAT"    DELIMITED BY SIZE
             INTO WS-HIST-PATH
           MOVE SPACE TO WS-HCTL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTCTL.DAT"    DELIMITED BY SIZE
             INTO WS-HCTL-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "HIST-CTL-PROC.CBF".

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

      *    成績の差分と、どこまで登録簿へ反映したかの
      *    控え(反映待ちが残っている間は登録簿を
      *    書き直さない)
        SELECT OPTIONAL STATS-JNL ASSIGN TO DYNAMIC WS-SJNL-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL STATS-CKP ASSIGN TO DYNAMIC WS-SCKP-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    記録を消したり書き換えたりする操作を残す
      *    共通の操作記録(SHIRITORI.CBLと共有)
        SELECT OPTIONAL OPS-LOG ASSIGN TO DYNAMIC WS-OPS-PATH
       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD HIST-CTL.
       01 HK-LINE       PIC X(182).

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD STATS-JNL.
       01 SJ-LINE       PIC X(177).

       FD STATS-CKP.
       01 SK-LINE       PIC X(53).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       01 WS-STAMP-PATH PIC X(120).
       01 WS-LIST-PATH  PIC X(120).
       01 WS-PLAYER-PATH PIC X(120).
       01 WS-SJNL-PATH  PIC X(120).
       01 WS-SCKP-PATH  PIC X(120).
       01 WS-OPS-PATH   PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
       01 WS-NAME-LEN   PIC 9(02).
       01 WS-TAIL-POS   PIC 9(02).
       01 WS-ARCH-OK    PIC X.

      * 索引付きの履歴と、どこまで積んだかの控え
       01 WS-HIST-PATH  PIC X(120).
       01 WS-HCTL-PATH  PIC X(120).
       01 WS-HIST-ST    PIC X(02) VALUE "00".
       COPY "HIST-CTL.CBF".

       01 WS-DATE       PIC X(08).
       01 WS-ANS        PIC X(02).
       01 WK-LEN        PIC 9(02).
             03 PM-SCORE        PIC 9(09).
             03 PM-WINS         PIC 9(05).
             03 PM-LOSSES       PIC 9(05).

      * 成績の差分をどこまで反映したかの控え
       COPY "STATS-CKP.CBF".
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
      *>     最長記録は「先に達成した単語」が残る
      *>     (UPDATE-PLAYER-STATSは同じ長さでは
      *>      置き換えない)ため、古いものから順に、
      *>     履歴に積み終えたゲーム→まだ積んでいない
      *>     退避ファイル→今のゲームの順で数える
           PERFORM READ-HIST-CTL
           PERFORM TALLY-HISTORY
           PERFORM TALLY-ARCHIVES
           PERFORM TALLY-CURRENT
           PERFORM TALLY-ROOMS
           DISPLAY "書き直しますか? (Y/N)"
           ACCEPT WS-ANS
           IF WS-ANS = "Y" OR "y" THEN
             PERFORM CHECK-PENDING-POSTS
             PERFORM REWRITE-PLAYERS
             DISPLAY "*** 書き直しました ***"
           ELSE
           CLOSE ARCH-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-HISTORY.
      *> ---------------------------------------------------------
      *> - 索引付きの履歴(HISTORY-BUILDが積んだ退避済みの
      *> -   ゲーム)を、退避した日時の古い順に読んで
      *> -   数え直しに足し込む
      *> - 数えるのは積み終えたゲームの語だけ(積んで
      *> -   いる途中のゲームは、TALLY-ARCHIVESが退避
      *> -   ファイルから読む)
      *> - 履歴がまだ無ければ何もしない(退避ファイルを
      *> -   すべてTALLY-ARCHIVESが読む)
      *> ---------------------------------------------------------
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
                     MOVE HS-WORD  TO RC-IN-WORD
                     MOVE HS-NAME  TO RC-IN-NAME
                     MOVE HS-STAMP TO RC-IN-STAMP
                     PERFORM ADD-ONE-WORD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG.

       TALLY-ARCHIVES.
      *> ---------------------------------------------------------
      *> - 退避ファイルをすべて読んで数え直しに
      *> -   足し込む(一覧の作り方と選び方は
      *> -   SEASON-DIGESTと同じ。ALLの一覧出力は
      *> -   今のS-FILEと二重になるため外す)
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
              AND AL-REC(WS-TAIL-POS + 10:6) IS NUMERIC
              AND AL-REC(WS-TAIL-POS + 16:4) = ".TXT" THEN
             MOVE "Y" TO WS-ARCH-OK
      *>       履歴に積み終えたかを調べるためのキー
             MOVE SPACE TO HC-IN-KEY
             STRING AL-REC(WS-TAIL-POS + 1:8)  DELIMITED BY SIZE
                    AL-REC(WS-TAIL-POS + 10:6) DELIMITED BY SIZE
               INTO HC-IN-STAMP
             MOVE AL-REC(1:WS-NAME-LEN) TO HC-IN-NAME
           END-IF.

       TALLY-ONE-ARCHIVE.
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       CHECK-PENDING-POSTS.
      *> ---------------------------------------------------------
      *> - 登録簿へまだ反映されていない成績の差分が
      *> -   残っていれば、登録簿を書き直さずに終わる
      *> -   (書き直した後で反映すると、差分が二重に
      *> -    当たったり、行き先を失ったりするため)
      *> ---------------------------------------------------------
           PERFORM READ-STATS-CKP
           PERFORM COUNT-STATS-PENDING
           IF PK-PENDING NOT = 0 THEN
             DISPLAY "!! 登録簿へ反映されていない成績の"
                 WITH NO ADVANCING
             DISPLAY "差分が " PK-PENDING "件あります。"
             DISPLAY "(先にPLAYER-POSTで反映してから"
                 WITH NO ADVANCING
             DISPLAY "やり直してください)"
             STOP RUN
           END-IF.

       WRITE-OPS-LOG.
      *> ---------------------------------------------------------
      *> - WS-OPS-ACTION/WS-OPS-DETAILの操作を、共通の
                                   DELIMITED BY SIZE
                  "PLAYERS.DAT"    DELIMITED BY SIZE
             INTO WS-PLAYER-PATH
           MOVE SPACE TO WS-SJNL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "STATSJNL.DAT"   DELIMITED BY SIZE
             INTO WS-SJNL-PATH
           MOVE SPACE TO WS-SCKP-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "STATSCKP.DAT"   DELIMITED BY SIZE
             INTO WS-SCKP-PATH
           MOVE SPACE TO WS-OPS-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "OPSLOG.TXT"     DELIMITED BY SIZE
             INTO WS-OPS-PATH
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

       COPY "STATS-CKP-PROC.CBF".

       COPY "CONFIG-PROC.CBF".

       COPY "HIST-CTL-PROC.CBF".

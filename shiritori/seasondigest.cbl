      * (SHIRITORI_YYYYMMDD_HHMMSS.TXT)を月・年・四半期
      * 単位でまとめて読み、月次報告用のダイジェストを
      * 作るバッチ(LEADERBOARD.CBLの姉妹プログラム)
      * 索引付きの履歴(HISTORY-BUILDが積む)に積み終えた
      * ゲームは、対象期間の日付の範囲から履歴を読み、
      * まだ積んでいない退避ファイルだけを1本ずつ開く
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
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

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD HIST-CTL.
       01 HK-LINE       PIC X(182).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 WS-QTR-SEL    PIC 9(01).
       01 WS-MATCH      PIC X VALUE "N".

      * 索引付きの履歴と、どこまで積んだかの控え
       01 WS-HIST-PATH  PIC X(120).
       01 WS-HCTL-PATH  PIC X(120).
       01 WS-HIST-ST    PIC X(02) VALUE "00".
       COPY "HIST-CTL.CBF".
      * 対象期間を履歴の退避した日時の範囲に直したもの
       01 WS-RANGE-FROM PIC X(14).
       01 WS-RANGE-TO   PIC X(14).
      * 履歴を読んでいる途中のゲーム(退避した日時と部屋。
      *  変わったところで次のゲームになる)
       01 WS-HIST-GAME.
           02 WS-HG-STAMP PIC X(14).
           02 WS-HG-ROOM  PIC X(20).
      * 集計の対象になっている1語ぶんの受け渡し領域
       01 SD-IN-WORD    PIC X(50).
       01 SD-IN-NAME    PIC X(20).

      * ダイジェストの集計領域
       01 WS-GAME-CNT   PIC 9(05) VALUE 0.
       01 WS-TOTAL-WORDS PIC 9(09) VALUE 0.
           DISPLAY " 空白=全期間)"
           ACCEPT WS-PERIOD

           PERFORM SET-PERIOD-RANGE
           PERFORM READ-HIST-CTL
           PERFORM READ-HISTORY

           PERFORM BUILD-ARCH-LIST

           MOVE LOW-VALUE TO EOF-FLG
           PERFORM PRINT-DIGEST
           STOP RUN.

       SET-PERIOD-RANGE.
      *> ---------------------------------------------------------
      *> - 対象期間を、履歴を読む退避した日時の範囲
      *> -   (WS-RANGE-FROM〜WS-RANGE-TO)に直す
      *> -   (CHECK-ARCH-NAMEと同じ決め方。形の合わない
      *> -    指定は範囲を空にして何も選ばない)
      *> ---------------------------------------------------------
           MOVE "99999999999999" TO WS-RANGE-FROM
           MOVE "00000000000000" TO WS-RANGE-TO
           EVALUATE TRUE
             WHEN WS-PERIOD = SPACE
               MOVE "00000000000000" TO WS-RANGE-FROM
               MOVE "99999999999999" TO WS-RANGE-TO
             WHEN WS-PERIOD IS NUMERIC
               STRING WS-PERIOD   DELIMITED BY SIZE
                      "00000000"  DELIMITED BY SIZE
                 INTO WS-RANGE-FROM
               STRING WS-PERIOD   DELIMITED BY SIZE
                      "99999999"  DELIMITED BY SIZE
                 INTO WS-RANGE-TO
             WHEN WS-PERIOD(1:4) IS NUMERIC
                  AND WS-PERIOD(5:2) = SPACE
               STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                      "0000000000"   DELIMITED BY SIZE
                 INTO WS-RANGE-FROM
               STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                      "9999999999"   DELIMITED BY SIZE
                 INTO WS-RANGE-TO
             WHEN WS-PERIOD(1:4) IS NUMERIC
                  AND WS-PERIOD(5:1) = "Q"
                  AND WS-PERIOD(6:1) IS NUMERIC
      *>       四半期の最初の月の頭から最後の月の終わりまで
               MOVE WS-PERIOD(6:1) TO WS-QTR-SEL
               IF WS-QTR-SEL >= 1 AND WS-QTR-SEL <= 4 THEN
                 COMPUTE WS-MM = WS-QTR-SEL * 3 - 2
                 STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                        WS-MM          DELIMITED BY SIZE
                        "00000000"     DELIMITED BY SIZE
                   INTO WS-RANGE-FROM
                 COMPUTE WS-MM = WS-QTR-SEL * 3
                 STRING WS-PERIOD(1:4) DELIMITED BY SIZE
                        WS-MM          DELIMITED BY SIZE
                        "99999999"     DELIMITED BY SIZE
                   INTO WS-RANGE-TO
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       READ-HISTORY.
      *> ---------------------------------------------------------
      *> - 索引付きの履歴を、対象期間の最初の日時から
      *> -   STARTして読み、1ゲームずつ集計する
      *> -   (退避した日時か部屋が変わったところで
      *> -    1ゲームとする)
      *> - 数えるのは積み終えたゲームの語だけ(積んで
      *> -   いる途中のものは退避ファイルから読む)
      *> - 履歴がまだ無ければ何もしない
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-HIST-GAME
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST NOT = "00" THEN
             CLOSE HIST-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE     TO HS-DATE-KEY
           MOVE WS-RANGE-FROM TO HS-D-STAMP
           START HIST-FILE KEY IS NOT LESS THAN HS-DATE-KEY
             INVALID KEY SET EOF2 TO TRUE
           END-START
           PERFORM UNTIL EOF2
             READ HIST-FILE NEXT RECORD
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF HS-D-STAMP > WS-RANGE-TO
                    OR HS-GAME-STAMP > HC-LAST-STAMP THEN
                   SET EOF2 TO TRUE
                 ELSE
                   MOVE HS-GAME-STAMP TO HC-IN-STAMP
                   MOVE HS-ARCH-NAME  TO HC-IN-NAME
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "Y" THEN
                     PERFORM READ-HIST-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG
           IF WS-HIST-GAME NOT = SPACE THEN
             PERFORM END-ONE-GAME
           END-IF.

       READ-HIST-REC.
      *> ＠ READ-HISTORY内での処理です
      *> ---------------------------------------------------------
      *> - 履歴の1語を集計する(ゲームが変わったら
      *> -   前のゲームの要約を出して次のゲームを始める)
      *> ---------------------------------------------------------
           IF HS-GAME-STAMP NOT = WS-HG-STAMP
              OR HS-ROOM NOT = WS-HG-ROOM THEN
             IF WS-HIST-GAME NOT = SPACE THEN
               PERFORM END-ONE-GAME
             END-IF
             MOVE HS-GAME-STAMP      TO WS-HG-STAMP
             MOVE HS-ROOM            TO WS-HG-ROOM
             MOVE HS-GAME-STAMP(1:8) TO WS-FILE-DATE
             MOVE HS-GAME-STAMP(9:6) TO WS-FILE-TIME
             MOVE HS-ROOM            TO WS-FILE-ROOM
             PERFORM BEGIN-ONE-GAME
           END-IF

           MOVE HS-WORD TO SD-IN-WORD
           MOVE HS-NAME TO SD-IN-NAME
           PERFORM TALLY-ARCH-REC.

       BUILD-ARCH-LIST.
      *> ---------------------------------------------------------
      *> - 退避ファイル名の一覧をDIRコマンドで
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "ARCHLIST.TMP"  DELIMITED BY SIZE
             INTO WS-LIST-PATH
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

       CHECK-ARCH-NAME.
      *> ---------------------------------------------------------
      *> - 一覧の1行が退避ファイルの名前で、かつ
             EXIT PARAGRAPH
           END-IF

      *>     履歴に積み終えたものはREAD-HISTORYで
      *>     数えたため選ばない
           MOVE SPACE TO HC-IN-KEY
           STRING AL-REC(WS-TAIL-POS + 1:8)  DELIMITED BY SIZE
                  AL-REC(WS-TAIL-POS + 10:6) DELIMITED BY SIZE
             INTO HC-IN-STAMP
           MOVE AL-REC(1:WS-NAME-LEN) TO HC-IN-NAME
           PERFORM CHECK-ARCH-LOADED
           IF HC-IN-LOADED = "Y" THEN
             EXIT PARAGRAPH
           END-IF

           MOVE AL-REC(WS-TAIL-POS + 1:8)  TO WS-FILE-DATE
           MOVE AL-REC(WS-TAIL-POS + 10:6) TO WS-FILE-TIME
           MOVE SPACE TO WS-FILE-ROOM
                  AL-REC         DELIMITED BY SPACE
             INTO WS-ARCH-PATH

           PERFORM BEGIN-ONE-GAME

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT ARCHIVE-FILE
             READ ARCHIVE-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 MOVE ARCH-WORD TO SD-IN-WORD
                 MOVE ARCH-NAME TO SD-IN-NAME
                 PERFORM TALLY-ARCH-REC
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           PERFORM END-ONE-GAME.

       BEGIN-ONE-GAME.
      *> ---------------------------------------------------------
      *> - 1ゲームぶんの集計を始める
      *> ---------------------------------------------------------
           MOVE 0 TO WS-GAME-WORDS
           MOVE 0 TO WS-GAME-LONG-LEN
           MOVE SPACE TO WS-GAME-LONGEST.

       END-ONE-GAME.
      *> ---------------------------------------------------------
      *> - 1ゲームぶんの集計を締めて、1ゲーム1行の
      *> -   要約を表示する(WS-FILE-DATE/WS-FILE-TIME/
      *> -   WS-FILE-ROOMはそのゲームのもの)
      *> ---------------------------------------------------------
           ADD 1 TO WS-GAME-CNT
           ADD WS-GAME-WORDS TO WS-TOTAL-WORDS

           DISPLAY "  最長「" WS-GAME-LONGEST "」".

       TALLY-ARCH-REC.
      *> ＠ READ-ONE-ARCHIVE/READ-HIST-REC内での集計処理です
      *> ---------------------------------------------------------
      *> - 1単語ぶん(SD-IN-WORD/SD-IN-NAME)を、ゲーム内集計と
      *> -   プレイヤー別集計の両方に足し込む
      *> ---------------------------------------------------------
           IF SD-IN-WORD = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GAME-WORDS

           MOVE 0 TO WK-LEN
           INSPECT SD-IN-WORD TALLYING WK-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WK-LEN > WS-GAME-LONG-LEN THEN
             MOVE SD-IN-WORD TO WS-GAME-LONGEST
             MOVE WK-LEN     TO WS-GAME-LONG-LEN
           END-IF

      *>     コンピュータの単語はゲームの語数には
      *>     数えるが、最多のプレイヤーには出さない
           IF SD-IN-NAME = CPU-NAME THEN
             EXIT PARAGRAPH
           END-IF

           END-IF.

       FIND-OR-ADD-PLAYER.
      *     PLAYER-TBL中にSD-IN-NAMEと同じ名前を探し、
      *     見つからなければ末尾に追加する
      *     (LEADERBOARD.CBLと同じやり方)
           MOVE "Y" TO WS-TALLY-OK
               ELSE
                 ADD 1 TO AP-CNT
                 SET J TO AP-CNT
                 MOVE SD-IN-NAME TO AP-NAME(J)
                 MOVE 0          TO AP-WORDS(J)
               END-IF
             WHEN AP-NAME(J) = SD-IN-NAME
               CONTINUE
           END-SEARCH.


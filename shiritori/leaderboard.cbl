        SELECT OPTIONAL TITLE-FILE ASSIGN TO DYNAMIC WS-TITLE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    出場停止・引退の控え(PLAYER-MAINTが書く)。
      *    引退した人は順位から外し、停止中の人には
      *    印を付ける
        SELECT OPTIONAL PLAYER-STAT ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
       FD TITLE-FILE.
       COPY "TITLE-REC.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 WS-TOPIC-PATH PIC X(120).
       01 WS-PLAYER-PATH PIC X(120).
       01 WS-TITLE-PATH PIC X(120).
       01 WS-PSTAT-PATH PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-TITLE-NAME PIC X(30).
       01 WS-HAS-TITLE  PIC X.
       01 TX            PIC 9(04).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       01 WS-RETIRED-CNT PIC 9(04) VALUE 0.
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "TITLES.DAT"     DELIMITED BY SIZE
             INTO WS-TITLE-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PSTATUS.DAT"    DELIMITED BY SIZE
             INTO WS-PSTAT-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

       INIT.
           INITIALIZE LOG-TBL
           MOVE 1 TO W-NUM
           INITIALIZE PLAYER-TBL
           PERFORM READ-TOPIC-MARKER
           PERFORM READ-REGISTRY
           PERFORM READ-TITLES
           PERFORM LOAD-PLAYER-STAT.

       READ-TOPIC-MARKER.
      *     進行中のお題があれば得点のお題加点に使う
             DISPLAY "まだ記録がありません。"
             EXIT PARAGRAPH
           END-IF
      *>   引退した人は順位を数えずに飛ばす
           MOVE 0 TO WK-RANK
           MOVE 0 TO WS-RETIRED-CNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PL-CNT
             MOVE PL-NAME(J) TO PA-IN-NAME
             PERFORM FIND-PLAYER-STAT
             IF PA-NOW-RETIRED THEN
               ADD 1 TO WS-RETIRED-CNT
             ELSE
               ADD 1 TO WK-RANK
               DISPLAY WK-RANK "位 " PL-NAME(J) " : "
                   PL-SCORE(J) "点 " WITH NO ADVANCING
               DISPLAY PL-WORDS(J) "語" WITH NO ADVANCING
               DISPLAY "  最長「" PL-LONGEST(J) "」"
                   WITH NO ADVANCING
               DISPLAY "  最後「" PL-LAST(J) "」"
                   WITH NO ADVANCING
               PERFORM SHOW-WIN-LOSS
               PERFORM SHOW-TITLES
               PERFORM SHOW-SUSPENDED
             END-IF
           END-PERFORM
           IF WS-RETIRED-CNT NOT = 0 THEN
             DISPLAY "(引退した" WS-RETIRED-CNT
                 WITH NO ADVANCING
             DISPLAY "人は載せていません)"
           END-IF.

       SHOW-SUSPENDED.
      *     出場停止中の人には、順位の行に添えて
      *     いつまでかを表示する(FIND-PLAYER-STATの後)
           IF NOT PA-NOW-SUSPENDED THEN
             EXIT PARAGRAPH
           END-IF
           IF PAT-UNTIL(PA-POS) = SPACE THEN
             DISPLAY "      出場停止中(解除されるまで)"
           ELSE
             DISPLAY "      出場停止中("
                 PAT-UNTIL(PA-POS) "まで)"
           END-IF.

       SHOW-TITLES.
      *     順位の行に添えて、そのプレイヤーの称号を

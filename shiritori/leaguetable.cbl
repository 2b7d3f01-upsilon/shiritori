      *    順位表(勝ち=勝ち点3)
      * を表示する。ELIM.DATは新規ゲームで空にされる
      * ため、そこからではなく控えから数える
      * 引退・出場停止中の人は、済んだ試合の結果を
      * 相手の勝敗のためにそのまま残し、順位表の行に
      * 印を付ける(出場資格の控えPSTATUS.DATから)
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
          ASSIGN TO DYNAMIC WS-RESULT-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-STAT
          ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.

       01 WS-FIXTURE-PATH PIC X(120).
       01 WS-RESULT-PATH  PIC X(120).
       01 WS-PSTAT-PATH   PIC X(120).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.
       01 I             PIC 9(04).
       01 J             PIC 9(04).
       01 K             PIC 9(04).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT

           PERFORM READ-FIXTURES
           PERFORM READ-RESULTS
           PERFORM LOAD-PLAYER-STAT

           IF WS-FX-CNT = 0 THEN
             DISPLAY "対戦予定表(FIXTURES.TXT)が"
             DISPLAY LG-PLAYED(I) "試合 "
                 WITH NO ADVANCING
             DISPLAY LG-WON(I) "勝 " WITH NO ADVANCING
             DISPLAY LG-LOST(I) "敗" WITH NO ADVANCING
             PERFORM SHOW-STAT-MARK
           END-PERFORM.

       SHOW-STAT-MARK.
      *> ＠ PRINT-STANDINGS内での処理です
      *> ---------------------------------------------------------
      *> - 順位表の行の終わりに、引退・出場停止中の
      *> -   印を付けて改行する
      *> ---------------------------------------------------------
           MOVE LG-NAME(I) TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           EVALUATE TRUE
             WHEN PA-NOW-RETIRED
               DISPLAY "  (引退)"
             WHEN PA-NOW-SUSPENDED
               DISPLAY "  (出場停止中)"
             WHEN OTHER
               DISPLAY SPACE
           END-EVALUATE.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、読むファイルのパスを
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "RESULTS.TXT"   DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "PSTATUS.DAT"   DELIMITED BY SIZE
             INTO WS-PSTAT-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

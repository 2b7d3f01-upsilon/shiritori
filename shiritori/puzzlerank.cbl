       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      PUZZLE-RANK.
      * 今日のパズルの順位表を作るバッチ。SHIRITORIが
      * 挑戦を終えるたびに追記する控え(PUZZLERES.TXT)
      * から、
      *  ・日ごとの順位(正解した人を語数の少ない順、
      *    同じ語数なら早い順。届かなかった人はその後)
      *  ・月ごとの順位(正解した日数の多い順、同じなら
      *    正解までの語数の合計が少ない順、さらに同じ
      *    なら秒数の合計が少ない順)
      * を表示する。日ごとの順位には、その日の出題
      * (PUZZLE.TXT)も並べて出す
      * 引退・出場停止中の人は、リーグ戦の順位表と
      * 同じく行に印を付ける(PSTATUS.DATから)
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT OPTIONAL PUZZLE-FILE
          ASSIGN TO DYNAMIC WS-PUZZLE-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-RES
          ASSIGN TO DYNAMIC WS-PZRES-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-STAT
          ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS CFG-ST.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD PUZZLE-FILE.
       COPY "PUZZLE-REC.CBF".

       FD PUZZLE-RES.
       COPY "PUZZLE-RES.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-PUZZLE-PATH PIC X(120).
       01 WS-PZRES-PATH  PIC X(120).
       01 WS-PSTAT-PATH  PIC X(120).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

      * 日ごと・月ごとの選択と、対象の日付・月
       01 WS-SEL        PIC X(02).
       01 WS-DAY        PIC X(08).
       01 WS-MONTH      PIC X(06).
       01 WS-DATE       PIC 9(08).

      * その日の出題
       01 WS-PZ-FOUND   PIC X(01).
       01 WS-PZ-START   PIC X(50).
       01 WS-PZ-TARGET  PIC X(02).
       01 WS-PZ-MAX     PIC 9(02).

      * 控えのうち、対象の日(月)の行
       78 PR-TBL-MAX VALUE 5000.
       01 WS-PR-CNT     PIC 9(04) VALUE 0.
       01 PR-TBL.
           02 PR        OCCURS 5000.
             03 PR-DATE   PIC X(08).
             03 PR-NAME   PIC X(20).
             03 PR-LEN    PIC 9(02).
             03 PR-SECS   PIC 9(07).
             03 PR-SOLVED PIC X(01).

      * SWAP用の退避領域(LEADERBOARD.CBLと同じやり方)
       01 PR-SWAP.
           02 PR-SWAP-DATE   PIC X(08).
           02 PR-SWAP-NAME   PIC X(20).
           02 PR-SWAP-LEN    PIC 9(02).
           02 PR-SWAP-SECS   PIC 9(07).
           02 PR-SWAP-SOLVED PIC X(01).

      * プレイヤーごとの月の集計(語数・秒数の合計は
      *  正解した日の分だけ)
       78 MN-TBL-MAX VALUE 999.
       01 WS-MN-CNT     PIC 9(03) VALUE 0.
       01 MN-TBL.
           02 MN        OCCURS 999.
             03 MN-NAME   PIC X(20).
             03 MN-TRIED  PIC 9(03).
             03 MN-SOLVED PIC 9(03).
             03 MN-LEN    PIC 9(05).
             03 MN-SECS   PIC 9(09).

       01 MN-SWAP.
           02 MN-SWAP-NAME   PIC X(20).
           02 MN-SWAP-TRIED  PIC 9(03).
           02 MN-SWAP-SOLVED PIC 9(03).
           02 MN-SWAP-LEN    PIC 9(05).
           02 MN-SWAP-SECS   PIC 9(09).

       01 WS-BETTER     PIC X(01).
       01 WS-POS        PIC 9(04).
       01 WK-RANK       PIC 9(03).
       01 I             PIC 9(04).
       01 J             PIC 9(04).
       01 K             PIC 9(04).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM LOAD-PLAYER-STAT

           DISPLAY "今日のパズルの順位表を作ります。"
           DISPLAY "1:日ごと  2:月ごと"
           ACCEPT WS-SEL

           EVALUATE WS-SEL
             WHEN "1"
               PERFORM DAILY-MAIN
             WHEN "2"
               PERFORM MONTHLY-MAIN
             WHEN OTHER
               DISPLAY "!! 1か2を入力してください。"
           END-EVALUATE
           STOP RUN.

       DAILY-MAIN.
      *> ---------------------------------------------------------
      *> - 日ごとの順位(空白なら今日の分)
      *> ---------------------------------------------------------
           DISPLAY "対象の日(YYYYMMDD)を" WITH NO ADVANCING
           DISPLAY "入力してください。"
           DISPLAY "(空白なら今日)"
           ACCEPT WS-DAY
           IF WS-DAY = SPACE THEN
             ACCEPT WS-DATE FROM DATE YYYYMMDD
             MOVE WS-DATE TO WS-DAY
           END-IF
           IF WS-DAY IS NOT NUMERIC THEN
             DISPLAY "!! YYYYMMDDの8桁で入力してください。"
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-PUZZLE
           PERFORM READ-RESULTS
           PERFORM RANK-DAILY
           PERFORM PRINT-DAILY.

       MONTHLY-MAIN.
      *> ---------------------------------------------------------
      *> - 月ごとの順位
      *> ---------------------------------------------------------
           DISPLAY "対象の月(YYYYMM)を入力してください。"
           ACCEPT WS-MONTH
           IF WS-MONTH IS NOT NUMERIC THEN
             DISPLAY "!! YYYYMMの6桁で入力してください。"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-DAY
           PERFORM READ-RESULTS
           PERFORM TALLY-MONTH
           PERFORM RANK-MONTH
           PERFORM PRINT-MONTH.

       READ-PUZZLE.
      *> ＠ DAILY-MAIN内での読み込み処理です
      *> ---------------------------------------------------------
      *> - 出題表からWS-DAYの行を探す
      *> -   (同じ日の行が2つあれば、SHIRITORIと同じく
      *> -    先の行)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-PZ-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-FILE
           PERFORM UNTIL EOF
             READ PUZZLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PZ-DATE = WS-DAY THEN
                   MOVE "Y"       TO WS-PZ-FOUND
                   MOVE PZ-START  TO WS-PZ-START
                   MOVE PZ-TARGET TO WS-PZ-TARGET
                   MOVE PZ-MAX    TO WS-PZ-MAX
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       READ-RESULTS.
      *> ---------------------------------------------------------
      *> - 控えから対象の行だけを読み込む
      *> -   (WS-DAYが空白でなければその日、空白なら
      *> -    WS-MONTHの月の行)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-PR-CNT
           INITIALIZE PR-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-RES
           PERFORM UNTIL EOF
             READ PUZZLE-RES
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PQ-NAME NOT = SPACE
                    AND PQ-LEN IS NUMERIC
                    AND PQ-SECS IS NUMERIC
                    AND WS-PR-CNT < PR-TBL-MAX
                    AND ((WS-DAY NOT = SPACE
                          AND PQ-DATE = WS-DAY)
                      OR (WS-DAY = SPACE
                          AND PQ-DATE(1:6) = WS-MONTH)) THEN
                   ADD 1 TO WS-PR-CNT
                   MOVE PQ-DATE   TO PR-DATE(WS-PR-CNT)
                   MOVE PQ-NAME   TO PR-NAME(WS-PR-CNT)
                   MOVE PQ-LEN    TO PR-LEN(WS-PR-CNT)
                   MOVE PQ-SECS   TO PR-SECS(WS-PR-CNT)
                   MOVE PQ-SOLVED TO PR-SOLVED(WS-PR-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-RES
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-PR-CNT >= PR-TBL-MAX THEN
             DISPLAY "!! 控えが" WITH NO ADVANCING
             DISPLAY PR-TBL-MAX WITH NO ADVANCING
             DISPLAY "行の上限に達しているため"
                 WITH NO ADVANCING
             DISPLAY "それ以降は読み込みません。"
           END-IF.

       RANK-DAILY.
      *> ＠ DAILY-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 正解した人を先に、語数の少ない順、同じ語数
      *> -   なら秒数の少ない順に単純選択ソートで並べる
      *> -   (届かなかった人は、語数の多い順で後ろへ)
      *> ---------------------------------------------------------
           IF WS-PR-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-PR-CNT
             MOVE I TO K
             PERFORM VARYING J FROM I BY 1 UNTIL J > WS-PR-CNT
               PERFORM COMPARE-DAILY
               IF WS-BETTER = "Y" THEN
                 MOVE J TO K
               END-IF
             END-PERFORM
             IF K NOT = I THEN
               MOVE PR(I)   TO PR-SWAP
               MOVE PR(K)   TO PR(I)
               MOVE PR-SWAP TO PR(K)
             END-IF
           END-PERFORM.

       COMPARE-DAILY.
      *> ＠ RANK-DAILY内での処理です
      *> ---------------------------------------------------------
      *> - J行目がK行目より上位ならWS-BETTERをYで返す
      *> ---------------------------------------------------------
           MOVE "N" TO WS-BETTER
           EVALUATE TRUE
             WHEN PR-SOLVED(J) = "Y" AND PR-SOLVED(K) NOT = "Y"
               MOVE "Y" TO WS-BETTER
             WHEN PR-SOLVED(J) NOT = "Y" AND PR-SOLVED(K) = "Y"
               CONTINUE
             WHEN PR-SOLVED(J) = "Y"
               IF PR-LEN(J) < PR-LEN(K)
                  OR (PR-LEN(J) = PR-LEN(K)
                      AND PR-SECS(J) < PR-SECS(K)) THEN
                 MOVE "Y" TO WS-BETTER
               END-IF
             WHEN OTHER
               IF PR-LEN(J) > PR-LEN(K) THEN
                 MOVE "Y" TO WS-BETTER
               END-IF
           END-EVALUATE.

       PRINT-DAILY.
      *> ＠ DAILY-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - その日の出題と順位を表示する
      *> -   (同じ語数・同じ秒数の人は同じ順位)
      *> ---------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "*** 今日のパズル 日ごとの順位("
               WS-DAY(1:4) "年" WS-DAY(5:2) "月"
               WS-DAY(7:2) "日) ***"
           IF WS-PZ-FOUND = "Y" THEN
             DISPLAY "出題:" WS-PZ-START
             DISPLAY "     " WS-PZ-MAX "語以内で「"
                 WS-PZ-TARGET "」まで"
           ELSE
             DISPLAY "(この日の出題は" WITH NO ADVANCING
             DISPLAY "出題表にありません)"
           END-IF
           IF WS-PR-CNT = 0 THEN
             DISPLAY "まだ挑戦した人がいません。"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WK-RANK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PR-CNT
             IF PR-SOLVED(I) = "Y" THEN
               IF I = 1 THEN
                 MOVE 1 TO WK-RANK
               ELSE
                 IF PR-LEN(I) NOT = PR-LEN(I - 1)
                    OR PR-SECS(I) NOT = PR-SECS(I - 1) THEN
                   MOVE I TO WK-RANK
                 END-IF
               END-IF
               DISPLAY WK-RANK "位 " PR-NAME(I) " : "
                   WITH NO ADVANCING
               DISPLAY PR-LEN(I) "語 " WITH NO ADVANCING
               DISPLAY PR-SECS(I) "秒" WITH NO ADVANCING
             ELSE
               DISPLAY "  -  " PR-NAME(I) " : "
                   WITH NO ADVANCING
               DISPLAY "届かず(" PR-LEN(I) "語)"
                   WITH NO ADVANCING
             END-IF
             MOVE PR-NAME(I) TO PA-IN-NAME
             PERFORM SHOW-STAT-MARK
           END-PERFORM.

       TALLY-MONTH.
      *> ＠ MONTHLY-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 月の行から、プレイヤーごとの挑戦数・正解数・
      *> -   正解した日の語数と秒数の合計を数える
      *> ---------------------------------------------------------
           MOVE 0 TO WS-MN-CNT
           INITIALIZE MN-TBL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PR-CNT
             PERFORM FIND-OR-ADD-PLAYER
             IF WS-POS NOT = 0 THEN
               ADD 1 TO MN-TRIED(WS-POS)
               IF PR-SOLVED(J) = "Y" THEN
                 ADD 1          TO MN-SOLVED(WS-POS)
                 ADD PR-LEN(J)  TO MN-LEN(WS-POS)
                 ADD PR-SECS(J) TO MN-SECS(WS-POS)
               END-IF
             END-IF
           END-PERFORM.

       FIND-OR-ADD-PLAYER.
      *> ＠ TALLY-MONTH内での処理です
      *> ---------------------------------------------------------
      *> - MN-TBL中にPR-NAME(J)と同じ名前を探し、
      *> -   見つからなければ末尾に追加する
      *> -   (位置はWS-POSで返す。満員なら0)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-POS
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-MN-CNT OR WS-POS NOT = 0
             IF MN-NAME(K) = PR-NAME(J) THEN
               MOVE K TO WS-POS
             END-IF
           END-PERFORM
           IF WS-POS = 0 THEN
             IF WS-MN-CNT < MN-TBL-MAX THEN
               ADD 1 TO WS-MN-CNT
               MOVE WS-MN-CNT  TO WS-POS
               MOVE PR-NAME(J) TO MN-NAME(WS-POS)
             END-IF
           END-IF.

       RANK-MONTH.
      *> ＠ MONTHLY-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 正解数の多い順、同じなら語数の合計の少ない
      *> -   順、さらに同じなら秒数の合計の少ない順に
      *> -   単純選択ソートで並べる
      *> ---------------------------------------------------------
           IF WS-MN-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-MN-CNT
             MOVE I TO K
             PERFORM VARYING J FROM I BY 1 UNTIL J > WS-MN-CNT
               IF MN-SOLVED(J) > MN-SOLVED(K)
                  OR (MN-SOLVED(J) = MN-SOLVED(K)
                      AND MN-LEN(J) < MN-LEN(K))
                  OR (MN-SOLVED(J) = MN-SOLVED(K)
                      AND MN-LEN(J) = MN-LEN(K)
                      AND MN-SECS(J) < MN-SECS(K)) THEN
                 MOVE J TO K
               END-IF
             END-PERFORM
             IF K NOT = I THEN
               MOVE MN(I)   TO MN-SWAP
               MOVE MN(K)   TO MN(I)
               MOVE MN-SWAP TO MN(K)
             END-IF
           END-PERFORM.

       PRINT-MONTH.
      *> ＠ MONTHLY-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 月ごとの順位を表示する
      *> ---------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "*** 今日のパズル 月ごとの順位("
               WS-MONTH(1:4) "年" WS-MONTH(5:2) "月) ***"
           IF WS-MN-CNT = 0 THEN
             DISPLAY "まだ挑戦した人がいません。"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WK-RANK
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MN-CNT
             IF I = 1 THEN
               MOVE 1 TO WK-RANK
             ELSE
               IF MN-SOLVED(I) NOT = MN-SOLVED(I - 1)
                  OR MN-LEN(I)  NOT = MN-LEN(I - 1)
                  OR MN-SECS(I) NOT = MN-SECS(I - 1) THEN
                 MOVE I TO WK-RANK
               END-IF
             END-IF
             DISPLAY WK-RANK "位 " MN-NAME(I) " : "
                 WITH NO ADVANCING
             DISPLAY "正解" MN-SOLVED(I) "日/"
                 WITH NO ADVANCING
             DISPLAY "挑戦" MN-TRIED(I) "日 "
                 WITH NO ADVANCING
             DISPLAY "計" MN-LEN(I) "語 " WITH NO ADVANCING
             DISPLAY MN-SECS(I) "秒" WITH NO ADVANCING
             MOVE MN-NAME(I) TO PA-IN-NAME
             PERFORM SHOW-STAT-MARK
           END-PERFORM.

       SHOW-STAT-MARK.
      *> ---------------------------------------------------------
      *> - 順位の行の終わりに、PA-IN-NAMEの人の引退・
      *> -   出場停止中の印を付けて改行する
      *> ---------------------------------------------------------
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
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-PUZZLE-PATH
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                  DELIMITED BY SIZE
                  "PUZZLE.TXT"    DELIMITED BY SIZE
             INTO WS-PUZZLE-PATH
           MOVE SPACE TO WS-PZRES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "PUZZLERES.TXT" DELIMITED BY SIZE
             INTO WS-PZRES-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "PSTATUS.DAT"   DELIMITED BY SIZE
             INTO WS-PSTAT-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      RATING-REPORT.
      * 勝ち抜き戦のレーティングを計算するバッチ
      * (LEAGUE-TABLEの姉妹プログラム)。
      * 勝ち数や勝ち点では、古株の王者に勝つのも
      * 新人に勝つのも同じ1勝になり、試合数の多い人ほど
      * 有利になるため、相手の強さで増減する点数
      * (イロ式のレーティング)を付ける。
      *  ・結果の控え(RESULTS.TXT)を日付順に読み、
      *    同じ日付・同じ部屋の1試合ごとに、勝者が
      *    負けた全員に1対1で勝ったものとして計算する
      *  ・1人1試合ごとの増減をレーティングの履歴
      *    (RATINGHIST.TXT)へ書く
      *  ・現在の値・最高値・直近の増減・暫定かどうかの
      *    一覧を表示する
      * 毎回、全員を初期値に戻して控えの最初から計算し
      * 直し、履歴も作り直すため、PLAYER-MAINTで名前の
      * 変更や統合をした後に流せば、それが反映される
      * 引退した人の試合も相手の値のために計算には
      * 入れるが、一覧には載せない(出場停止中の人には
      * 印を付ける。出場資格の控えPSTATUS.DATから)
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT OPTIONAL RESULT-FILE
          ASSIGN TO DYNAMIC WS-RESULT-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT HIST-FILE
          ASSIGN TO DYNAMIC WS-HIST-PATH
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
       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

       FD HIST-FILE.
       COPY "RATING-HIST.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-RESULT-PATH  PIC X(120).
       01 WS-HIST-PATH    PIC X(120).
       01 WS-PSTAT-PATH   PIC X(120).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

      * レーティングの決まりごと
      *  初期値、1対1の1勝で動く最大の幅、下限、
      *  直近の増減を見る試合数、この試合数に満たない
      *  人は暫定とする
       78 RATING-START   VALUE 1500.
       78 RATING-K       VALUE 32.
       78 RATING-FLOOR   VALUE 100.
       78 TREND-MATCHES  VALUE 5.
       78 PROVISIONAL-GAMES VALUE 10.

      * 勝者の期待勝率の早見表(千分率)
      *  1 / (1 + 10 ** (-差 / 400)) を、勝者から見た
      *  差(勝者 - 相手)が-400点から+400点まで10点刻みで
      *  81個並べたもの(差は±400点で打ち切る)
       01 EXPECT-VALUES.
           02 FILLER PIC X(27) VALUE "091096101106112118124130137".
           02 FILLER PIC X(27) VALUE "144151159166174183192201210".
           02 FILLER PIC X(27) VALUE "220230240251262273285297309".
           02 FILLER PIC X(27) VALUE "321334347360373387401415429".
           02 FILLER PIC X(27) VALUE "443457471486500514529543557".
           02 FILLER PIC X(27) VALUE "571585599613627640653666679".
           02 FILLER PIC X(27) VALUE "691703715727738749760770780".
           02 FILLER PIC X(27) VALUE "790799808817826834841849856".
           02 FILLER PIC X(27) VALUE "863870876882888894899904909".
       01 EXPECT-TBL REDEFINES EXPECT-VALUES.
           02 EX-PERMIL   PIC 9(03) OCCURS 81.
       78 EXPECT-SPREAD VALUE 400.

      * 結果の控え(日付順に並べ替えて使う)
       78 RS-TBL-MAX VALUE 2000.
       01 WS-RS-CNT     PIC 9(04) VALUE 0.
       01 RS-TBL.
           02 RT        OCCURS 2000.
             03 RT-DATE   PIC X(08).
             03 RT-ROOM   PIC X(20).
             03 RT-NAME   PIC X(20).
             03 RT-MARK   PIC X(01).
       01 RT-SWAP.
           02 RT-SWAP-DATE PIC X(08).
           02 RT-SWAP-ROOM PIC X(20).
           02 RT-SWAP-NAME PIC X(20).
           02 RT-SWAP-MARK PIC X(01).

      * 計算中の1試合ぶんの顔ぶれ
      *  MT-ROW    控えの何行目か
      *  MT-POS    RP-TBL中の位置
      *  MT-CHANGE この試合での増減(試合前の値どうしで
      *            計算した1対1の増減の合計)
       78 MT-TBL-MAX VALUE 50.
       01 WS-MT-CNT     PIC 9(02) VALUE 0.
       01 MT-TBL.
           02 MT        OCCURS 50.
             03 MT-ROW    PIC 9(04).
             03 MT-POS    PIC 9(03).
             03 MT-BEFORE PIC 9(04).
             03 MT-CHANGE PIC S9(04).
             03 MT-OPPS   PIC 9(02).

      * プレイヤーごとのレーティング
       78 RP-TBL-MAX VALUE 999.
       01 WS-RP-CNT     PIC 9(03) VALUE 0.
       01 RP-TBL.
           02 RP        OCCURS 999.
             03 RP-NAME   PIC X(20).
             03 RP-RATING PIC 9(04).
             03 RP-PEAK   PIC 9(04).
             03 RP-GAMES  PIC 9(04).
             03 RP-WON    PIC 9(04).
             03 RP-LOST   PIC 9(04).
             03 RP-TREND  PIC S9(04).

      * SWAP用の退避領域(LEADERBOARD.CBLと同じやり方)
       01 RP-SWAP.
           02 RP-SWAP-NAME   PIC X(20).
           02 RP-SWAP-RATING PIC 9(04).
           02 RP-SWAP-PEAK   PIC 9(04).
           02 RP-SWAP-GAMES  PIC 9(04).
           02 RP-SWAP-WON    PIC 9(04).
           02 RP-SWAP-LOST   PIC 9(04).
           02 RP-SWAP-TREND  PIC S9(04).

      * 書いた履歴の控え(直近の増減を出すのに使う)
       01 WS-HT-CNT     PIC 9(04) VALUE 0.
       01 HT-TBL.
           02 HT        OCCURS 2000.
             03 HT-POS    PIC 9(03).
             03 HT-BEFORE PIC 9(04).

       01 WS-MATCH-NO   PIC 9(05) VALUE 0.
       01 WS-SKIP-CNT   PIC 9(05) VALUE 0.
       01 WS-BREAK      PIC X(01).
       01 WS-WIN-IX     PIC 9(02).
       01 WS-ROW        PIC 9(04).
       01 WS-POS        PIC 9(04).
       01 WS-DIFF       PIC S9(05).
       01 WS-EX-IX      PIC 9(02).
       01 WS-DELTA      PIC 9(03).
       01 WS-NEW-RATING PIC S9(05).
       01 WS-BASE       PIC 9(04).
       01 WS-SEEN       PIC 9(02).
       01 WS-TREND-ED   PIC ++++9.
       01 WK-RANK       PIC 9(03).
       01 I             PIC 9(04).
       01 J             PIC 9(04).
       01 K             PIC 9(04).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       01 WS-RETIRED-CNT PIC 9(04) VALUE 0.
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS

           PERFORM READ-RESULTS
           PERFORM SORT-RESULTS
           PERFORM LOAD-PLAYER-STAT

           OPEN OUTPUT HIST-FILE
           PERFORM RATE-ALL-MATCHES
           CLOSE HIST-FILE

           PERFORM CALC-TRENDS
           PERFORM RANK-RATINGS
           PERFORM PRINT-RATINGS
           STOP RUN.

       READ-RESULTS.
      *> ---------------------------------------------------------
      *> - 結果の控えを読み込む(日付が数字でない行は
      *> -   日付順に並べられないため読み飛ばす)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RS-CNT
           INITIALIZE RS-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL EOF
             READ RESULT-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RS-NAME NOT = SPACE
                    AND RS-DATE IS NUMERIC
                    AND WS-RS-CNT < RS-TBL-MAX THEN
                   ADD 1 TO WS-RS-CNT
                   MOVE RS-DATE TO RT-DATE(WS-RS-CNT)
                   MOVE RS-ROOM TO RT-ROOM(WS-RS-CNT)
                   MOVE RS-NAME TO RT-NAME(WS-RS-CNT)
                   MOVE RS-MARK TO RT-MARK(WS-RS-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-RS-CNT >= RS-TBL-MAX THEN
             DISPLAY "!! 結果の控えが" WITH NO ADVANCING
             DISPLAY RS-TBL-MAX WITH NO ADVANCING
             DISPLAY "行の上限に達しているため"
                 WITH NO ADVANCING
             DISPLAY "それ以降は読み込みません。"
           END-IF.

       SORT-RESULTS.
      *> ---------------------------------------------------------
      *> - 控えを日付の古い順に並べ替える
      *> - 同じ日付の中では控えに書かれた順(=決着した
      *> -   順)を崩さないよう、単純挿入ソートで並べる
      *> -   (1試合の行は控えに続けて書かれているため、
      *> -    並べ替えた後も続いたまま残る)
      *> ---------------------------------------------------------
           IF WS-RS-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-RS-CNT
             MOVE RT(I) TO RT-SWAP
             MOVE I TO J
             PERFORM UNTIL J < 2
               IF RT-DATE(J - 1) NOT > RT-SWAP-DATE THEN
                 EXIT PERFORM
               END-IF
               MOVE RT(J - 1) TO RT(J)
               SUBTRACT 1 FROM J
             END-PERFORM
             MOVE RT-SWAP TO RT(J)
           END-PERFORM.

       RATE-ALL-MATCHES.
      *> ---------------------------------------------------------
      *> - 並べ替えた控えを1試合ずつに区切って計算する
      *> - 区切りはCHECK-MATCH-BREAKで判断する
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RP-CNT
           INITIALIZE RP-TBL
           MOVE 0 TO WS-HT-CNT
           MOVE 0 TO WS-MATCH-NO
           MOVE 0 TO WS-SKIP-CNT
           MOVE 0 TO WS-MT-CNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RS-CNT
             IF WS-MT-CNT > 0 THEN
               PERFORM CHECK-MATCH-BREAK
               IF WS-BREAK = "Y" THEN
                 PERFORM RATE-MATCH
                 MOVE 0 TO WS-MT-CNT
               END-IF
             END-IF
             IF WS-MT-CNT < MT-TBL-MAX THEN
               ADD 1 TO WS-MT-CNT
               MOVE J TO MT-ROW(WS-MT-CNT)
             END-IF
           END-PERFORM
           IF WS-MT-CNT > 0 THEN
             PERFORM RATE-MATCH
           END-IF.

       CHECK-MATCH-BREAK.
      *> ＠ RATE-ALL-MATCHES内での処理です
      *> ---------------------------------------------------------
      *> - 控えのJ行目から次の試合になるかを見て、
      *> -   WS-BREAKへY/Nを返す
      *> -   ・日付か部屋が変わった
      *> -   ・同じ名前がもう一度出てきた
      *> -   ・勝ちの行がもう一度出てきた
      *> -   (同じ日に同じ部屋で2試合目が決着した場合)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-BREAK
           MOVE MT-ROW(1) TO WS-ROW
           IF RT-DATE(J) NOT = RT-DATE(WS-ROW)
              OR RT-ROOM(J) NOT = RT-ROOM(WS-ROW) THEN
             MOVE "Y" TO WS-BREAK
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-MT-CNT OR WS-BREAK = "Y"
             MOVE MT-ROW(K) TO WS-ROW
             IF RT-NAME(WS-ROW) = RT-NAME(J) THEN
               MOVE "Y" TO WS-BREAK
             END-IF
             IF RT-MARK(J) = "W"
                AND RT-MARK(WS-ROW) = "W" THEN
               MOVE "Y" TO WS-BREAK
             END-IF
           END-PERFORM.

       RATE-MATCH.
      *> ＠ RATE-ALL-MATCHES内での処理です
      *> ---------------------------------------------------------
      *> - MT-TBLの1試合ぶんのレーティングを動かす
      *> - 勝者が負けた全員それぞれに1対1で勝ったものと
      *> -   して、試合前の値どうしで増減を計算し、
      *> -   最後にまとめて当てる(当てる順で結果が
      *> -   変わらないようにするため)
      *> - 勝者がいない・相手がいない試合は数えない
      *> ---------------------------------------------------------
           MOVE 0 TO WS-WIN-IX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MT-CNT
             MOVE MT-ROW(K) TO WS-ROW
             IF RT-MARK(WS-ROW) = "W" THEN
               MOVE K TO WS-WIN-IX
             END-IF
           END-PERFORM
           IF WS-WIN-IX = 0 OR WS-MT-CNT < 2 THEN
             ADD 1 TO WS-SKIP-CNT
             EXIT PARAGRAPH
           END-IF

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MT-CNT
             MOVE MT-ROW(K) TO WS-ROW
             PERFORM FIND-OR-ADD-PLAYER
             IF WS-POS = 0 THEN
               ADD 1 TO WS-SKIP-CNT
               EXIT PARAGRAPH
             END-IF
             MOVE WS-POS         TO MT-POS(K)
             MOVE RP-RATING(WS-POS) TO MT-BEFORE(K)
             MOVE 0              TO MT-CHANGE(K)
             MOVE 0              TO MT-OPPS(K)
           END-PERFORM

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MT-CNT
             IF K NOT = WS-WIN-IX THEN
               PERFORM CALC-PAIR-DELTA
             END-IF
           END-PERFORM

           ADD 1 TO WS-MATCH-NO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MT-CNT
             PERFORM APPLY-MATCH-CHANGE
           END-PERFORM.

       CALC-PAIR-DELTA.
      *> ＠ RATE-MATCH内での処理です
      *> ---------------------------------------------------------
      *> - 勝者とK人目(負けた人)の1対1の増減を計算する
      *> -   増減 = RATING-K × (1 - 勝者の期待勝率)
      *> -   (期待勝率は早見表EXPECT-TBLから引く。
      *> -    格上に勝つほど大きく、格下に勝つほど
      *> -    小さく動く)
      *> ---------------------------------------------------------
           COMPUTE WS-DIFF = MT-BEFORE(WS-WIN-IX) - MT-BEFORE(K)
           IF WS-DIFF > EXPECT-SPREAD THEN
             MOVE EXPECT-SPREAD TO WS-DIFF
           END-IF
           IF WS-DIFF < 0 - EXPECT-SPREAD THEN
             COMPUTE WS-DIFF = 0 - EXPECT-SPREAD
           END-IF
           COMPUTE WS-EX-IX ROUNDED =
               (WS-DIFF + EXPECT-SPREAD) / 10 + 1
           COMPUTE WS-DELTA ROUNDED =
               RATING-K * (1000 - EX-PERMIL(WS-EX-IX)) / 1000
           ADD WS-DELTA TO MT-CHANGE(WS-WIN-IX)
           SUBTRACT WS-DELTA FROM MT-CHANGE(K)
           ADD 1 TO MT-OPPS(WS-WIN-IX)
           MOVE 1 TO MT-OPPS(K).

       APPLY-MATCH-CHANGE.
      *> ＠ RATE-MATCH内での処理です
      *> ---------------------------------------------------------
      *> - K人目の増減を当て、履歴へ1行書く
      *> -   (下限を割り込む分は切り捨てる)
      *> ---------------------------------------------------------
           MOVE MT-POS(K) TO WS-POS
           MOVE MT-ROW(K) TO WS-ROW
           COMPUTE WS-NEW-RATING = MT-BEFORE(K) + MT-CHANGE(K)
           IF WS-NEW-RATING < RATING-FLOOR THEN
             MOVE RATING-FLOOR TO WS-NEW-RATING
           END-IF
           MOVE WS-NEW-RATING TO RP-RATING(WS-POS)
           IF RP-RATING(WS-POS) > RP-PEAK(WS-POS) THEN
             MOVE RP-RATING(WS-POS) TO RP-PEAK(WS-POS)
           END-IF
           ADD 1 TO RP-GAMES(WS-POS)
           IF K = WS-WIN-IX THEN
             ADD 1 TO RP-WON(WS-POS)
           ELSE
             ADD 1 TO RP-LOST(WS-POS)
           END-IF

           MOVE RT-DATE(WS-ROW)   TO RH-DATE
           MOVE RT-ROOM(WS-ROW)   TO RH-ROOM
           MOVE WS-MATCH-NO       TO RH-MATCH
           MOVE RT-NAME(WS-ROW)   TO RH-NAME
           MOVE RT-MARK(WS-ROW)   TO RH-MARK
           MOVE MT-OPPS(K)        TO RH-OPPS
           MOVE MT-BEFORE(K)      TO RH-BEFORE
           MOVE RP-RATING(WS-POS) TO RH-AFTER
           WRITE RH-REC

           IF WS-HT-CNT < RS-TBL-MAX THEN
             ADD 1 TO WS-HT-CNT
             MOVE WS-POS       TO HT-POS(WS-HT-CNT)
             MOVE MT-BEFORE(K) TO HT-BEFORE(WS-HT-CNT)
           END-IF.

       FIND-OR-ADD-PLAYER.
      *> ＠ RATE-MATCH内での処理です
      *> ---------------------------------------------------------
      *> - RP-TBL中にRT-NAME(WS-ROW)と同じ名前を探し、
      *> -   見つからなければ初期値で末尾に追加する
      *> -   (位置はWS-POSで返す。満員なら0)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-POS
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-RP-CNT OR WS-POS NOT = 0
             IF RP-NAME(I) = RT-NAME(WS-ROW) THEN
               MOVE I TO WS-POS
             END-IF
           END-PERFORM
           IF WS-POS = 0 THEN
             IF WS-RP-CNT < RP-TBL-MAX THEN
               ADD 1 TO WS-RP-CNT
               MOVE WS-RP-CNT       TO WS-POS
               MOVE RT-NAME(WS-ROW) TO RP-NAME(WS-POS)
               MOVE RATING-START    TO RP-RATING(WS-POS)
               MOVE RATING-START    TO RP-PEAK(WS-POS)
             END-IF
           END-IF.

       CALC-TRENDS.
      *> ---------------------------------------------------------
      *> - プレイヤーごとに、直近TREND-MATCHES試合での
      *> -   増減(今の値 - その最初の試合の試合前の値)を
      *> -   RP-TRENDへ入れる(RANK-RATINGSで並べ替える前
      *> -   に、履歴の控えの位置で数える)
      *> ---------------------------------------------------------
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RP-CNT
             MOVE 0 TO WS-SEEN
             MOVE RP-RATING(J) TO WS-BASE
             PERFORM VARYING I FROM WS-HT-CNT BY -1
                 UNTIL I < 1 OR WS-SEEN >= TREND-MATCHES
               IF HT-POS(I) = J THEN
                 ADD 1 TO WS-SEEN
                 MOVE HT-BEFORE(I) TO WS-BASE
               END-IF
             END-PERFORM
             COMPUTE RP-TREND(J) = RP-RATING(J) - WS-BASE
           END-PERFORM.

       RANK-RATINGS.
      *> ---------------------------------------------------------
      *> - レーティングの高い順(同じなら試合数の多い順)に
      *> -   単純選択ソートで並べ替える
      *> -   (LEADERBOARD.CBLと同じやり方)
      *> ---------------------------------------------------------
           IF WS-RP-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-RP-CNT
             MOVE I TO K
             PERFORM VARYING J FROM I BY 1 UNTIL J > WS-RP-CNT
               IF RP-RATING(J) > RP-RATING(K)
                  OR (RP-RATING(J) = RP-RATING(K)
                      AND RP-GAMES(J) > RP-GAMES(K)) THEN
                 MOVE J TO K
               END-IF
             END-PERFORM
             IF K NOT = I THEN
               MOVE RP(I)   TO RP-SWAP
               MOVE RP(K)   TO RP(I)
               MOVE RP-SWAP TO RP(K)
             END-IF
           END-PERFORM.

       PRINT-RATINGS.
      *> ---------------------------------------------------------
      *> - レーティングの一覧を表示する
      *> ---------------------------------------------------------
           DISPLAY "*** 勝ち抜き戦 レーティング ***"
           DISPLAY "(初期値" RATING-START WITH NO ADVANCING
           DISPLAY "、増減は直近" TREND-MATCHES
               WITH NO ADVANCING
           DISPLAY "試合、" PROVISIONAL-GAMES
               WITH NO ADVANCING
           DISPLAY "試合未満は暫定)"
           IF WS-RP-CNT = 0 THEN
             DISPLAY "まだ結果がありません。"
             EXIT PARAGRAPH
           END-IF
      *>   引退した人は順位を数えずに飛ばす
           MOVE 0 TO WK-RANK
           MOVE 0 TO WS-RETIRED-CNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RP-CNT
             MOVE RP-NAME(I) TO PA-IN-NAME
             PERFORM FIND-PLAYER-STAT
             IF PA-NOW-RETIRED THEN
               ADD 1 TO WS-RETIRED-CNT
             ELSE
               ADD 1 TO WK-RANK
               PERFORM PRINT-ONE-RATING
             END-IF
           END-PERFORM
           IF WS-RETIRED-CNT NOT = 0 THEN
             DISPLAY "(引退した" WS-RETIRED-CNT
                 WITH NO ADVANCING
             DISPLAY "人は載せていません)"
           END-IF
           DISPLAY SPACE
           DISPLAY "計算した試合数:" WS-MATCH-NO
           IF WS-SKIP-CNT > 0 THEN
             DISPLAY "勝者か相手がいないため"
                 WITH NO ADVANCING
             DISPLAY "数えなかった試合:" WITH NO ADVANCING
             DISPLAY WS-SKIP-CNT
           END-IF
           DISPLAY "レーティングの履歴(RATINGHIST.TXT)を"
               WITH NO ADVANCING
           DISPLAY "書き直しました。".

       PRINT-ONE-RATING.
      *> ＠ PRINT-RATINGS内での処理です
      *> ---------------------------------------------------------
      *> - 一覧の1行を表示する(出場停止中の人には
      *> -   行の終わりに印を付ける)
      *> ---------------------------------------------------------
           MOVE RP-TREND(I) TO WS-TREND-ED
           DISPLAY WK-RANK "位 " RP-NAME(I) " : "
               WITH NO ADVANCING
           DISPLAY RP-RATING(I) " (最高" RP-PEAK(I) ") "
               WITH NO ADVANCING
           DISPLAY "増減" WS-TREND-ED " "
               WITH NO ADVANCING
           DISPLAY RP-GAMES(I) "試合 " WITH NO ADVANCING
           DISPLAY RP-WON(I) "勝 " WITH NO ADVANCING
           DISPLAY RP-LOST(I) "敗" WITH NO ADVANCING
           IF RP-GAMES(I) < PROVISIONAL-GAMES THEN
             DISPLAY " [暫定]" WITH NO ADVANCING
           END-IF
           IF PA-NOW-SUSPENDED THEN
             DISPLAY " (出場停止中)"
           ELSE
             DISPLAY SPACE
           END-IF.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、読み書きするファイルの
      *> -   パスを組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-RESULT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "RESULTS.TXT"   DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "RATINGHIST.TXT" DELIMITED BY SIZE
             INTO WS-HIST-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "PSTATUS.DAT"   DELIMITED BY SIZE
             INTO WS-PSTAT-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

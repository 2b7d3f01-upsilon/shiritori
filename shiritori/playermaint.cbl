      * まま数えてしまうため、
      *  ・改名 : 登録簿(P-NAME)、今のS-FILEと部屋の
      *    ファイルのS-NAME、退避ファイルのARCH-NAME、
      *    索引付きの履歴(HISTORY.DAT)のHS-NAME、
      *    ELIM.DATと順番表(TN-NAME)、称号(TL-NAME)、
      *    連続プレイ日数(SK-NAME)、勝ち抜き戦の控え
      *    (RS-NAME)、勝ち抜きカップ戦の組み合わせと
      *    出場者、物言いの控え、ゲームの登録簿、
      *    今日のパズルの控えを一括で書き換える
      *  ・統合 : 登録簿の2人分を1人に畳み込み
      *    (単語数・持ち点・勝敗は合算、最長記録は
      *     良い方を残す)、履歴の名前も揃える
      *  ・出場停止・解除・引退 : 出場資格の控え
      *    (PSTATUS.DAT)に期限・理由・担当者を書く
      *    (SHIRITORIが名前を決める時と部屋に入る
      *     時に確かめ、停止中・引退の名前は断る)
      * 書き換えは共通の操作記録(OPSLOG)に残す
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
        SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    退避済みのゲームをまとめた索引付きの履歴
      *    (HISTORY-BUILDが積み増す。年ごとのフォルダへ
      *     移した退避ファイルの語はここにしか残らない)
        SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS HS-KEY
          ALTERNATE RECORD KEY IS HS-DATE-KEY
          FILE STATUS  IS WS-HIST-ST.

        SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    成績の差分と、どこまで登録簿へ反映したかの
      *    控え(反映待ちが残っている間は登録簿を
      *    書き直さない)
        SELECT OPTIONAL STATS-JNL ASSIGN TO DYNAMIC WS-SJNL-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL STATS-CKP ASSIGN TO DYNAMIC WS-SCKP-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL ELIM-FILE ASSIGN TO DYNAMIC WS-ELIM-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    勝ち抜きカップ戦の組み合わせと出場者の一覧、
      *    物言いの控え、ゲームの登録簿、今日のパズルの
      *    控えも、名前で突き合わせるため書き換える
        SELECT OPTIONAL CUP-FILE ASSIGN TO DYNAMIC WS-CUP-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL ENTRY-FILE ASSIGN TO DYNAMIC WS-ENTRY-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL DISPUTE-FILE
          ASSIGN TO DYNAMIC WS-DISPUTE-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL GAME-FILE ASSIGN TO DYNAMIC WS-GAME-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-RES ASSIGN TO DYNAMIC WS-PZRES-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    出場停止・引退の控え。停止・解除・引退で
      *    書き直し、改名・統合では名前も書き換える
        SELECT OPTIONAL PLAYER-STAT ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    記録を書き換える操作のため、共通の
      *    操作記録に残す(SHIRITORI.CBLと共有)
        SELECT OPTIONAL OPS-LOG ASSIGN TO DYNAMIC WS-OPS-PATH
       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD STATS-JNL.
       01 SJ-LINE       PIC X(177).

       FD STATS-CKP.
       01 SK-LINE       PIC X(53).

       FD ELIM-FILE.
       01 EL-REC.
           02 EL-MARK   PIC X(02).
       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

       FD CUP-FILE.
       COPY "CUP-REC.CBF".

       FD ENTRY-FILE.
       01 CE-REC        PIC X(20).

       FD DISPUTE-FILE.
       COPY "DISPUTE-REC.CBF".

       FD GAME-FILE.
       COPY "GAME-REC.CBF".

       FD PUZZLE-RES.
       COPY "PUZZLE-RES.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       01 W-NUM         PIC 9(07) VALUE 1.
       01 WS-S-PATH     PIC X(120).
       01 WS-ARCH-PATH  PIC X(120).
       01 WS-HIST-PATH  PIC X(120).
       01 WS-ELIM-PATH  PIC X(120).
       01 WS-TURN-PATH  PIC X(120).
       01 WS-LIST-PATH  PIC X(120).
       01 WS-PLAYER-PATH PIC X(120).
       01 WS-SJNL-PATH  PIC X(120).
       01 WS-SCKP-PATH  PIC X(120).
       01 WS-OPS-PATH   PIC X(120).
       01 WS-TITLE-PATH PIC X(120).
       01 WS-STREAK-PATH PIC X(120).
       01 WS-RESULT-PATH PIC X(120).
       01 WS-PSTAT-PATH PIC X(120).
       01 WS-CUP-PATH   PIC X(120).
       01 WS-ENTRY-PATH PIC X(120).
       01 WS-DISPUTE-PATH PIC X(120).
       01 WS-GAME-PATH  PIC X(120).
       01 WS-PZRES-PATH PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-HIST-ST    PIC X(02) VALUE "00".

      * コンピュータ対戦の予約名。登録簿に載せない
      * 約束のため、改名にも統合にも使わせない
             03 RT-MARK PIC X(01).
       01 RI            PIC 9(04).

      * カップ戦の組み合わせと出場者、物言いの控え、
      * ゲームの登録簿の書き直し用(どれも1行を
      *  そのまま並べて持つ。DISPUTE-REVIEW.CBLの
      *  DISPUTE-TBLと同じやり方。長さはGM-RECに
      *  合わせる)
       78 RW-TBL-MAX VALUE 9999.
       01 WS-RW-CNT     PIC 9(04).
       01 RW-TBL.
           02 RW-LINE   PIC X(308) OCCURS 9999.
       01 RW            PIC 9(04).
       01 GI            PIC 9(02).

      * 今日のパズルの控え(PUZZLERES.TXT)の書き直し用
      * (統合で同じ人の同じ日が2行になった時に
      *  畳むため、欄に分けて持つ)
       78 PQ-TBL-MAX VALUE 9999.
       01 WS-PQ-CNT     PIC 9(04).
       01 PQ-TBL.
           02 PQ-T      OCCURS 9999.
             03 PQT-DATE   PIC X(08).
             03 PQT-NAME   PIC X(20).
             03 PQT-LEN    PIC 9(02).
             03 PQT-SECS   PIC 9(07).
             03 PQT-SOLVED PIC X(01).
             03 PQT-STAMP  PIC X(14).
       01 QI            PIC 9(04).
       01 QJ            PIC 9(04).

      * PLAYERS.DATの今の中身
      * (SHIRITORI.CBLのPLAYER-MASTER-TBLと同じ形)
       78 PLAYER-MAX VALUE 9999.
       01 WS-DATE       PIC X(08).
       01 WS-TIME       PIC X(08).
       01 WS-STAMP      PIC X(14).

      * 成績の差分をどこまで反映したかの控え
       COPY "STATS-CKP.CBF".

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".

      * 停止・解除・引退の対象と中身
       01 WS-STAT-NAME  PIC X(20).
       01 WS-STAT-CODE  PIC X(01).
       01 WS-STAT-UNTIL PIC X(08).
       01 WS-STAT-UNTIL-R REDEFINES WS-STAT-UNTIL.
           02 WS-STAT-YYYY PIC 9(04).
           02 WS-STAT-MM   PIC 9(02).
           02 WS-STAT-DD   PIC 9(02).
       01 WS-STAT-REASON PIC X(40).
       01 WS-OLD-PA-POS PIC 9(04).
       01 WS-NEW-PA-POS PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM INPUT-OPERATOR

           DISPLAY "1:改名  2:統合  3:出場停止  "
               WITH NO ADVANCING
           DISPLAY "4:停止・引退の解除  5:引退"
           ACCEPT WS-MENU-SEL

      *>   出場資格の控えは登録簿を書き直さないため、
      *>   反映待ちの差分を確かめるのは改名・統合だけ
           EVALUATE WS-MENU-SEL
             WHEN "2"
               PERFORM CHECK-PENDING-POSTS
               PERFORM DO-MERGE
             WHEN "3"
               PERFORM DO-SUSPEND
             WHEN "4"
               PERFORM DO-LIFT
             WHEN "5"
               PERFORM DO-RETIRE
             WHEN OTHER
               PERFORM CHECK-PENDING-POSTS
               PERFORM DO-RENAME
           END-EVALUATE
           STOP RUN.
           PERFORM BUILD-NAME-DETAIL
           PERFORM WRITE-OPS-LOG.

       DO-SUSPEND.
      *> ---------------------------------------------------------
      *> - 出場停止。最終日(空白なら解除するまで)と
      *> -   理由を聞いて出場資格の控えに書く
      *> - 停止中の人にもう一度かけた時は、期限と
      *> -   理由を書き換える(かけ直し)
      *> - 引退した人には停止をかけない
      *> ---------------------------------------------------------
           PERFORM INPUT-STAT-NAME
           IF WS-STAT-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLAYER-STAT
           MOVE WS-STAT-NAME TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           IF PA-NOW-RETIRED THEN
             DISPLAY "!! 「" WS-STAT-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "引退しています。"
             EXIT PARAGRAPH
           END-IF
           IF PA-NOW-SUSPENDED THEN
             DISPLAY "(今は" PAT-UNTIL(PA-POS)
                 WITH NO ADVANCING
             DISPLAY "まで停止中です。かけ直します)"
           END-IF

           DISPLAY "停止の最終日を入力してください。"
               WITH NO ADVANCING
           DISPLAY "(YYYYMMDD、空白=解除するまで)"
           ACCEPT WS-STAT-UNTIL
           IF WS-STAT-UNTIL NOT = SPACE THEN
             IF WS-STAT-UNTIL IS NOT NUMERIC
                OR WS-STAT-MM < 1 OR WS-STAT-MM > 12
                OR WS-STAT-DD < 1 OR WS-STAT-DD > 31 THEN
               DISPLAY "!! 日付の形が正しくありません。"
               EXIT PARAGRAPH
             END-IF
             IF WS-STAT-UNTIL < PA-TODAY THEN
               DISPLAY "!! 過ぎた日は指定できません。"
               EXIT PARAGRAPH
             END-IF
           END-IF

           PERFORM INPUT-STAT-REASON
           MOVE "S" TO WS-STAT-CODE
           PERFORM CONFIRM-STAT
           IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y" THEN
             DISPLAY "*** 取りやめました ***"
             EXIT PARAGRAPH
           END-IF

           PERFORM SET-STAT-ROW
           PERFORM SAVE-PLAYER-STAT
           DISPLAY "*** 出場停止にしました ***"

           MOVE "SUSPEND" TO WS-OPS-ACTION
           PERFORM BUILD-STAT-DETAIL
           PERFORM WRITE-OPS-LOG.

       DO-LIFT.
      *> ---------------------------------------------------------
      *> - 停止・引退の解除。出場できる(A)の行に
      *> -   書き換える(誰がいつ解いたかを控えに残す
      *> -   ため、行は消さない)
      *> - 期限切れの停止は解除しなくても遊べるため、
      *> -   今停止中か引退の人だけを扱う
      *> ---------------------------------------------------------
           PERFORM INPUT-STAT-NAME
           IF WS-STAT-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLAYER-STAT
           MOVE WS-STAT-NAME TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           IF PA-NOW-ACTIVE THEN
             DISPLAY "!! 「" WS-STAT-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "停止中でも引退でもありません。"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-STAT-UNTIL
           PERFORM INPUT-STAT-REASON
           MOVE "A" TO WS-STAT-CODE
           PERFORM CONFIRM-STAT
           IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y" THEN
             DISPLAY "*** 取りやめました ***"
             EXIT PARAGRAPH
           END-IF

           PERFORM SET-STAT-ROW
           PERFORM SAVE-PLAYER-STAT
           DISPLAY "*** 解除しました ***"

           MOVE "LIFT" TO WS-OPS-ACTION
           PERFORM BUILD-STAT-DETAIL
           PERFORM WRITE-OPS-LOG.

       DO-RETIRE.
      *> ---------------------------------------------------------
      *> - 引退。期限は無く、解除するまで遊べなくなり、
      *> -   ランキングや順位表からも外れる
      *> -   (成績と履歴はそのまま残す)
      *> ---------------------------------------------------------
           PERFORM INPUT-STAT-NAME
           IF WS-STAT-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLAYER-STAT
           MOVE WS-STAT-NAME TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           IF PA-NOW-RETIRED THEN
             DISPLAY "!! 「" WS-STAT-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "もう引退しています。"
             EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-STAT-UNTIL
           PERFORM INPUT-STAT-REASON
           MOVE "R" TO WS-STAT-CODE
           PERFORM CONFIRM-STAT
           IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y" THEN
             DISPLAY "*** 取りやめました ***"
             EXIT PARAGRAPH
           END-IF

           PERFORM SET-STAT-ROW
           PERFORM SAVE-PLAYER-STAT
           DISPLAY "*** 引退にしました ***"

           MOVE "RETIRE" TO WS-OPS-ACTION
           PERFORM BUILD-STAT-DETAIL
           PERFORM WRITE-OPS-LOG.

       INPUT-STAT-NAME.
      *> ---------------------------------------------------------
      *> - 停止・解除・引退の対象の名前を聞く
      *> - 空白とコンピュータの予約名は断る
      *> -   (断った時はWS-STAT-NAMEを空白で返す)
      *> - 登録簿にいない名前は、打ち間違いのことが
      *> -   あるため念のため知らせる(登録前の名前を
      *> -   先に止めることもあるため、断りはしない)
      *> ---------------------------------------------------------
           DISPLAY "対象の名前を入力してください。"
           ACCEPT WS-STAT-NAME
           IF WS-STAT-NAME = SPACE THEN
             DISPLAY "!! 空白の名前は扱えません。"
             EXIT PARAGRAPH
           END-IF
           IF WS-STAT-NAME = CPU-NAME THEN
             DISPLAY "!! コンピュータの予約名は"
                 WITH NO ADVANCING
             DISPLAY "扱えません。"
             MOVE SPACE TO WS-STAT-NAME
             EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLAYERS
           MOVE 0 TO WS-OLD-POS
           PERFORM VARYING PI FROM 1 BY 1
               UNTIL PI > PM-CNT OR WS-OLD-POS NOT = 0
             IF PM-NAME(PI) = WS-STAT-NAME THEN
               MOVE PI TO WS-OLD-POS
             END-IF
           END-PERFORM
           IF WS-OLD-POS = 0 THEN
             DISPLAY "(「" WS-STAT-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "登録簿にいない名前です)"
           END-IF.

       INPUT-STAT-REASON.
      *> ---------------------------------------------------------
      *> - 理由を聞く(SHIRITORIが断る時に本人へ
      *> -   そのまま見せる)
      *> ---------------------------------------------------------
           DISPLAY "理由を入力してください。"
           ACCEPT WS-STAT-REASON.

       CONFIRM-STAT.
      *> ---------------------------------------------------------
      *> - 控えを書く前の念押し
      *> ---------------------------------------------------------
           DISPLAY "「" WS-STAT-NAME "」を"
               WITH NO ADVANCING
           EVALUATE WS-STAT-CODE
             WHEN "S"
               IF WS-STAT-UNTIL = SPACE THEN
                 DISPLAY "解除するまで出場停止にします。"
               ELSE
                 DISPLAY WS-STAT-UNTIL
                     WITH NO ADVANCING
                 DISPLAY "まで出場停止にします。"
               END-IF
             WHEN "R"
               DISPLAY "引退にします。"
             WHEN OTHER
               DISPLAY "出場できるように戻します。"
           END-EVALUATE
           DISPLAY "よろしいですか? (Y/N)"
           ACCEPT WS-ANS.

       SET-STAT-ROW.
      *> ---------------------------------------------------------
      *> - WS-STAT-*の中身を、対象の人の控えの行へ
      *> -   入れる(行が無ければ末尾に足す)
      *> ---------------------------------------------------------
           IF PA-POS = 0 THEN
             IF PA-CNT >= PA-TBL-MAX THEN
               DISPLAY "!! 控えの人数が上限に"
                   WITH NO ADVANCING
               DISPLAY "達しているため書けません。"
               STOP RUN
             END-IF
             ADD 1 TO PA-CNT
             MOVE PA-CNT TO PA-POS
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE      DELIMITED BY SIZE
                  WS-TIME(1:6) DELIMITED BY SIZE
             INTO WS-STAMP
           MOVE WS-STAT-NAME   TO PAT-NAME(PA-POS)
           MOVE WS-STAT-CODE   TO PAT-STATUS(PA-POS)
           MOVE WS-STAT-UNTIL  TO PAT-UNTIL(PA-POS)
           MOVE WS-STAT-REASON TO PAT-REASON(PA-POS)
           MOVE WS-OPR-NAME    TO PAT-SET-BY(PA-POS)
           MOVE WS-STAMP       TO PAT-STAMP(PA-POS).

       BUILD-STAT-DETAIL.
      *> ---------------------------------------------------------
      *> - 操作記録の詳細欄(誰を、いつまで、なぜ)を
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-OPS-DETAIL
           IF WS-STAT-UNTIL = SPACE THEN
             STRING "「"            DELIMITED BY SIZE
                    WS-STAT-NAME    DELIMITED BY SPACE
                    "」 "           DELIMITED BY SIZE
                    WS-STAT-REASON  DELIMITED BY "  "
               INTO WS-OPS-DETAIL
           ELSE
             STRING "「"            DELIMITED BY SIZE
                    WS-STAT-NAME    DELIMITED BY SPACE
                    "」 "           DELIMITED BY SIZE
                    WS-STAT-UNTIL   DELIMITED BY SIZE
                    "まで "         DELIMITED BY SIZE
                    WS-STAT-REASON  DELIMITED BY "  "
               INTO WS-OPS-DETAIL
           END-IF.

       INPUT-NAMES.
      *> ---------------------------------------------------------
      *> - 書き換え前の名前と書き換え後の名前を聞く
      *> - 履歴のすべてで名前を書き換える
      *> -   ・今のS-FILEと部屋ごとのS-FILE(S-NAME)
      *> -   ・退避ファイルすべて(ARCH-NAME)
      *> -   ・索引付きの履歴(HS-NAME)
      *> -   ・ELIM.DATと部屋ごとの脱落の記録(EL-NAME)
      *> -   ・TURN.DATと部屋ごとの順番表(TN-NAME)
      *> -   ・称号(TL-NAME)・連続プレイ日数(SK-NAME)・
      *> -     勝ち抜き戦の控え(RS-NAME)・
      *> -     出場資格の控え(PA-NAME)
      *> -   ・カップ戦の組み合わせ(CP-NAME-A/CP-NAME-B/
      *> -     CP-WINNER)と出場者の一覧(CUPENTRY.TXT)
      *> -   ・物言いの控え(DP-AUTHOR/DP-CHALLENGER)
      *> -   ・ゲームの登録簿(GM-PLAYER/GM-WINNER)
      *> -   ・今日のパズルの控え(PQ-NAME)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-TOTAL-HIT

           PERFORM RENAME-ROOM-S-FILES

           PERFORM RENAME-ARCHIVES
           PERFORM RENAME-IN-HIST-FILE

           MOVE SPACE TO WS-ELIM-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)

           PERFORM RENAME-IN-TITLES
           PERFORM RENAME-IN-STREAK
           PERFORM RENAME-IN-RESULTS
           PERFORM RENAME-IN-PSTAT
           PERFORM RENAME-IN-CUP
           PERFORM RENAME-IN-CUP-ENTRY
           PERFORM RENAME-IN-DISPUTES
           PERFORM RENAME-IN-GAMES
           PERFORM RENAME-IN-PUZZLE.

       RENAME-IN-S-FILE.
      *> ---------------------------------------------------------
                   ADD 1 TO WS-REC-CNT
                   MOVE ARCH-WORD  TO L-WORD(WS-REC-CNT)
                   MOVE ARCH-STAMP TO L-STAMP(WS-REC-CNT)
                   MOVE ARCH-KANJI TO L-KANJI(WS-REC-CNT)
                   IF ARCH-NAME = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO L-NAME(WS-REC-CNT)
                     ADD 1 TO WS-FILE-HIT
             MOVE L-WORD(I)  TO ARCH-WORD
             MOVE L-NAME(I)  TO ARCH-NAME
             MOVE L-STAMP(I) TO ARCH-STAMP
             MOVE L-KANJI(I) TO ARCH-KANJI
             WRITE ARCH-REC
           END-PERFORM
           CLOSE ARCHIVE-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-HIST-FILE.
      *> ---------------------------------------------------------
      *> - 索引付きの履歴のHS-NAMEを書き換える
      *> -   (キーは変わらないため、その場でREWRITE
      *> -    する。履歴がまだ無ければ何もしない)
      *> ---------------------------------------------------------
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN I-O HIST-FILE
           IF WS-HIST-ST NOT = "00" THEN
             CLOSE HIST-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO HS-KEY
           START HIST-FILE KEY IS NOT LESS THAN HS-KEY
             INVALID KEY SET EOF2 TO TRUE
           END-START
           PERFORM UNTIL EOF2
             READ HIST-FILE NEXT RECORD
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF HS-NAME = WS-OLD-NAME THEN
                   MOVE WS-NEW-NAME TO HS-NAME
                   REWRITE HS-REC
                     INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WS-TOTAL-HIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG.

       RENAME-IN-ELIM.
      *> ---------------------------------------------------------
      *> - WS-ELIM-PATHの脱落の記録の中のEL-NAMEを
           CLOSE STREAK-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-PSTAT.
      *> ---------------------------------------------------------
      *> - 出場資格の控え(PSTATUS.DAT)の中のPA-NAMEを
      *> -   書き換える(改名で停止や引退から
      *> -   抜けられないように)
      *> - 統合で両方に行がある時は、残す側が今
      *> -   出場できるなら畳む側の行を引き継ぎ、
      *> -   そうでなければ残す側の行のままにする
      *> -   (どちらにしても厳しい方が残る)
      *> ---------------------------------------------------------
           PERFORM LOAD-PLAYER-STAT
           MOVE WS-OLD-NAME TO PA-IN-NAME
           PERFORM FIND-PA-ROW
           MOVE PA-POS TO WS-OLD-PA-POS
           IF WS-OLD-PA-POS = 0 THEN
             EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-NAME TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           MOVE PA-POS TO WS-NEW-PA-POS

           IF WS-NEW-PA-POS = 0 THEN
             MOVE WS-NEW-NAME TO PAT-NAME(WS-OLD-PA-POS)
           ELSE
             IF PA-NOW-ACTIVE THEN
               MOVE PA-T(WS-OLD-PA-POS) TO PA-T(WS-NEW-PA-POS)
               MOVE WS-NEW-NAME TO PAT-NAME(WS-NEW-PA-POS)
             END-IF
             MOVE SPACE TO PAT-NAME(WS-OLD-PA-POS)
           END-IF
           PERFORM SAVE-PLAYER-STAT
           ADD 1 TO WS-TOTAL-HIT.

       RENAME-IN-RESULTS.
      *> ---------------------------------------------------------
      *> - 勝ち抜き戦の控え(RESULTS.TXT)の中のRS-NAMEを
           CLOSE RESULT-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-CUP.
      *> ---------------------------------------------------------
      *> - カップ戦の組み合わせ(CUP.TXT)の中の
      *> -   CP-NAME-A/CP-NAME-B/CP-WINNERを書き換える
      *> -   (RESULTS.TXTは新しい名前になるため、
      *> -    書き換えないと試合の決着が付かなくなる)
      *> - 表の上限を超える記録は触らずに知らせるだけ
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RW-CNT
           MOVE 0 TO WS-FILE-HIT
           MOVE "N" TO WS-TRUNC-FLG
           INITIALIZE RW-TBL

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT CUP-FILE
           PERFORM UNTIL EOF2
             READ CUP-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF WS-RW-CNT >= RW-TBL-MAX THEN
                   MOVE "Y" TO WS-TRUNC-FLG
                   SET EOF2 TO TRUE
                 ELSE
                   IF CP-NAME-A = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO CP-NAME-A
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   IF CP-NAME-B = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO CP-NAME-B
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   IF CP-WINNER = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO CP-WINNER
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   ADD 1 TO WS-RW-CNT
                   MOVE CP-REC TO RW-LINE(WS-RW-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUP-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           IF WS-TRUNC-FLG = "Y" THEN
             DISPLAY "!! " WS-CUP-PATH
             DISPLAY "!! は大きすぎるため"
                 WITH NO ADVANCING
             DISPLAY "書き換えられませんでした。"
             EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HIT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CUP-FILE
           PERFORM VARYING RW FROM 1 BY 1
               UNTIL RW > WS-RW-CNT
             MOVE RW-LINE(RW) TO CP-REC
             WRITE CP-REC
           END-PERFORM
           CLOSE CUP-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-CUP-ENTRY.
      *> ---------------------------------------------------------
      *> - カップ戦の出場者の一覧(CUPENTRY.TXT)の中の
      *> -   名前を書き換える(次の組み合わせ作りで
      *> -   古い名前のまま出場させないため)
      *> - 統合で同じ名前が2行になっても、KNOCKOUT-CUPが
      *> -   2行目以降を読み飛ばすため畳まない
      *> - 表の上限を超える記録は触らずに知らせるだけ
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RW-CNT
           MOVE 0 TO WS-FILE-HIT
           MOVE "N" TO WS-TRUNC-FLG
           INITIALIZE RW-TBL

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT ENTRY-FILE
           PERFORM UNTIL EOF2
             READ ENTRY-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF WS-RW-CNT >= RW-TBL-MAX THEN
                   MOVE "Y" TO WS-TRUNC-FLG
                   SET EOF2 TO TRUE
                 ELSE
                   IF CE-REC = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO CE-REC
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   ADD 1 TO WS-RW-CNT
                   MOVE CE-REC TO RW-LINE(WS-RW-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ENTRY-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           IF WS-TRUNC-FLG = "Y" THEN
             DISPLAY "!! " WS-ENTRY-PATH
             DISPLAY "!! は大きすぎるため"
                 WITH NO ADVANCING
             DISPLAY "書き換えられませんでした。"
             EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HIT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ENTRY-FILE
           PERFORM VARYING RW FROM 1 BY 1
               UNTIL RW > WS-RW-CNT
             MOVE RW-LINE(RW) TO CE-REC
             WRITE CE-REC
           END-PERFORM
           CLOSE ENTRY-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-DISPUTES.
      *> ---------------------------------------------------------
      *> - 物言いの控え(DISPUTES.DAT)の中のDP-AUTHOR/
      *> -   DP-CHALLENGERを書き換える(裁定待ちの物言いを
      *> -   DISPUTE-REVIEWが書き換え後のS-FILEの単語と
      *> -   突き合わせ、成績の差分を新しい名前で
      *> -   書けるように)
      *> - 表の上限を超える記録は触らずに知らせるだけ
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RW-CNT
           MOVE 0 TO WS-FILE-HIT
           MOVE "N" TO WS-TRUNC-FLG
           INITIALIZE RW-TBL

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL EOF2
             READ DISPUTE-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF WS-RW-CNT >= RW-TBL-MAX THEN
                   MOVE "Y" TO WS-TRUNC-FLG
                   SET EOF2 TO TRUE
                 ELSE
                   IF DP-AUTHOR = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO DP-AUTHOR
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   IF DP-CHALLENGER = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO DP-CHALLENGER
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   ADD 1 TO WS-RW-CNT
                   MOVE DP-REC TO RW-LINE(WS-RW-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           IF WS-TRUNC-FLG = "Y" THEN
             DISPLAY "!! " WS-DISPUTE-PATH
             DISPLAY "!! は大きすぎるため"
                 WITH NO ADVANCING
             DISPLAY "書き換えられませんでした。"
             EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HIT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DISPUTE-FILE
           PERFORM VARYING RW FROM 1 BY 1
               UNTIL RW > WS-RW-CNT
             MOVE RW-LINE(RW) TO DP-REC
             WRITE DP-REC
           END-PERFORM
           CLOSE DISPUTE-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-GAMES.
      *> ---------------------------------------------------------
      *> - ゲームの登録簿(GAMES.DAT)の中の参加者
      *> -   (GM-PLAYERの埋まっている枠すべて)と
      *> -   GM-WINNERを書き換える(退避ファイルや
      *> -   索引付きの履歴と食い違わないように)
      *> - 表の上限を超える記録は触らずに知らせるだけ
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RW-CNT
           MOVE 0 TO WS-FILE-HIT
           MOVE "N" TO WS-TRUNC-FLG
           INITIALIZE RW-TBL

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT GAME-FILE
           PERFORM UNTIL EOF2
             READ GAME-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF WS-RW-CNT >= RW-TBL-MAX THEN
                   MOVE "Y" TO WS-TRUNC-FLG
                   SET EOF2 TO TRUE
                 ELSE
                   PERFORM VARYING GI FROM 1 BY 1 UNTIL GI > 8
                     IF GM-PLAYER(GI) = WS-OLD-NAME THEN
                       MOVE WS-NEW-NAME TO GM-PLAYER(GI)
                       ADD 1 TO WS-FILE-HIT
                     END-IF
                   END-PERFORM
                   IF GM-WINNER = WS-OLD-NAME THEN
                     MOVE WS-NEW-NAME TO GM-WINNER
                     ADD 1 TO WS-FILE-HIT
                   END-IF
                   ADD 1 TO WS-RW-CNT
                   MOVE GM-REC TO RW-LINE(WS-RW-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           IF WS-TRUNC-FLG = "Y" THEN
             DISPLAY "!! " WS-GAME-PATH
             DISPLAY "!! は大きすぎるため"
                 WITH NO ADVANCING
             DISPLAY "書き換えられませんでした。"
             EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HIT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GAME-FILE
           PERFORM VARYING RW FROM 1 BY 1
               UNTIL RW > WS-RW-CNT
             MOVE RW-LINE(RW) TO GM-REC
             WRITE GM-REC
           END-PERFORM
           CLOSE GAME-FILE
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       RENAME-IN-PUZZLE.
      *> ---------------------------------------------------------
      *> - 今日のパズルの控え(PUZZLERES.TXT)の中の
      *> -   PQ-NAMEを書き換える(月ごとの順位が2人に
      *> -   分かれたり、同じ日にもう一度挑戦できて
      *> -   しまったりしないように)
      *> - 統合で同じ人の同じ日が2行になった時は、
      *> -   先に挑戦した方(PQ-STAMPの古い方)を残して
      *> -   畳む(1人1日1回の約束のため)
      *> - 表の上限を超える記録は触らずに知らせるだけ
      *> ---------------------------------------------------------
           MOVE 0 TO WS-PQ-CNT
           MOVE 0 TO WS-FILE-HIT
           MOVE "N" TO WS-TRUNC-FLG
           INITIALIZE PQ-TBL

           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT PUZZLE-RES
           PERFORM UNTIL EOF2
             READ PUZZLE-RES
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF WS-PQ-CNT >= PQ-TBL-MAX THEN
                   MOVE "Y" TO WS-TRUNC-FLG
                   SET EOF2 TO TRUE
                 ELSE
                   IF PQ-NAME NOT = SPACE THEN
                     ADD 1 TO WS-PQ-CNT
                     MOVE PQ-DATE   TO PQT-DATE(WS-PQ-CNT)
                     MOVE PQ-LEN    TO PQT-LEN(WS-PQ-CNT)
                     MOVE PQ-SECS   TO PQT-SECS(WS-PQ-CNT)
                     MOVE PQ-SOLVED TO PQT-SOLVED(WS-PQ-CNT)
                     MOVE PQ-STAMP  TO PQT-STAMP(WS-PQ-CNT)
                     IF PQ-NAME = WS-OLD-NAME THEN
                       MOVE WS-NEW-NAME
                         TO PQT-NAME(WS-PQ-CNT)
                       ADD 1 TO WS-FILE-HIT
                     ELSE
                       MOVE PQ-NAME TO PQT-NAME(WS-PQ-CNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-RES
           MOVE LOW-VALUE TO EOF2-FLG

           IF WS-TRUNC-FLG = "Y" THEN
             DISPLAY "!! " WS-PZRES-PATH
             DISPLAY "!! は大きすぎるため"
                 WITH NO ADVANCING
             DISPLAY "書き換えられませんでした。"
             EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HIT = 0 THEN
             EXIT PARAGRAPH
           END-IF

      *>     同じ人の同じ日の2行は、後から挑戦した方の
      *>     名前を空白にして書き戻しで落とす
           PERFORM VARYING QI FROM 1 BY 1
               UNTIL QI > WS-PQ-CNT
             IF PQT-NAME(QI) NOT = SPACE THEN
               PERFORM VARYING QJ FROM 1 BY 1
                   UNTIL QJ >= QI
                 IF PQT-NAME(QJ) = PQT-NAME(QI)
                    AND PQT-DATE(QJ) = PQT-DATE(QI) THEN
                   IF PQT-STAMP(QJ) > PQT-STAMP(QI) THEN
                     MOVE SPACE TO PQT-NAME(QJ)
                   ELSE
                     MOVE SPACE TO PQT-NAME(QI)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           OPEN OUTPUT PUZZLE-RES
           PERFORM VARYING QI FROM 1 BY 1
               UNTIL QI > WS-PQ-CNT
             IF PQT-NAME(QI) NOT = SPACE THEN
               MOVE PQT-DATE(QI)   TO PQ-DATE
               MOVE PQT-NAME(QI)   TO PQ-NAME
               MOVE PQT-LEN(QI)    TO PQ-LEN
               MOVE PQT-SECS(QI)   TO PQ-SECS
               MOVE PQT-SOLVED(QI) TO PQ-SOLVED
               MOVE PQT-STAMP(QI)  TO PQ-STAMP
               WRITE PQ-REC
             END-IF
           END-PERFORM
           CLOSE PUZZLE-RES
           ADD WS-FILE-HIT TO WS-TOTAL-HIT.

       BUILD-NAME-DETAIL.
      *> ---------------------------------------------------------
      *> - 操作記録の詳細欄(誰を誰へ、履歴何件)を
                  "件"          DELIMITED BY SIZE
             INTO WS-OPS-DETAIL.

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
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "RESULTS.TXT"    DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PSTATUS.DAT"    DELIMITED BY SIZE
             INTO WS-PSTAT-PATH
           MOVE SPACE TO WS-CUP-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "CUP.TXT"        DELIMITED BY SIZE
             INTO WS-CUP-PATH
           MOVE SPACE TO WS-ENTRY-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "CUPENTRY.TXT"   DELIMITED BY SIZE
             INTO WS-ENTRY-PATH
           MOVE SPACE TO WS-DISPUTE-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "DISPUTES.DAT"   DELIMITED BY SIZE
             INTO WS-DISPUTE-PATH
           MOVE SPACE TO WS-GAME-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "GAMES.DAT"      DELIMITED BY SIZE
             INTO WS-GAME-PATH
           MOVE SPACE TO WS-PZRES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PUZZLERES.TXT"  DELIMITED BY SIZE
             INTO WS-PZRES-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTORY.DAT"    DELIMITED BY SIZE
             INTO WS-HIST-PATH.

       COPY "STATS-CKP-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

       COPY "CONFIG-PROC.CBF".

       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      PLAYER-POST.
      * 成績の差分(STATSJNL.DAT)を登録簿(PLAYERS.DAT)へ
      * まとめて反映するバッチ。ゲームは登録簿を書き直さず
      * 差分を追記するだけになったため(PLAYERS.DATには
      * 排他制御が無く、同時保存で更新が消えていた)、
      * 登録簿を書くのはこのバッチだけにする。
      * ・前回どこまで反映したかを控え(STATSCKP.DAT)に
      *   持ち、その次の件から反映する。POST-COMMIT-EVERY
      *   件ごとに登録簿と控えを書くため、途中で止まっても
      *   流し直せば最後に控えた件の次から再開する
      * ・登録簿はまずPLAYERS.NEWへ書き、控えを「書き写し
      *   中」にしてからPLAYERS.DATへ書き写す。書き写しの
      *   途中で止まっていたら、次の実行がPLAYERS.NEWから
      *   書き写し直す(同じ差分を二度当てない)
      * ・登録簿にいない人の差分は当てずに却下の控え
      *   (STATSERR.DAT)へ残す
      * ・件数と点の合計を突き合わせて表示し、実行を
      *   操作記録(OPSLOG)に残す
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    プレイヤーごとの永続的な成績を保持するファイル
      *    (書き写し元のPLAYERS.NEWも同じ様式のため、
      *     パスを切り替えて読み書きする)
        SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    成績の差分(SHIRITORIが追記する)
        SELECT OPTIONAL STATS-JNL ASSIGN TO DYNAMIC WS-SJNL-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    差分をどこまで登録簿へ反映したかの控え
        SELECT OPTIONAL STATS-CKP ASSIGN TO DYNAMIC WS-SCKP-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    当てられなかった差分の控え
        SELECT OPTIONAL STATS-ERR ASSIGN TO DYNAMIC WS-SERR-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    記録を消したり書き換えたりする操作を残す
      *    共通の操作記録(SHIRITORI.CBLと共有)
        SELECT OPTIONAL OPS-LOG ASSIGN TO DYNAMIC WS-OPS-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS CFG-ST.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD STATS-JNL.
       01 SJ-LINE       PIC X(177).

       FD STATS-CKP.
       01 SK-LINE       PIC X(53).

      * 却下の控え。差分の何件目か(SE-SEQ)と理由、
      * 却下した日時に続けて差分をそのまま残す
      *   SE-REASON U:登録簿にいない人
      *             F:登録簿が満杯で新規登録できない
      *             K:知らない種類
       FD STATS-ERR.
       01 SE-REC.
           02 SE-SEQ    PIC 9(09).
           02 SE-REASON PIC X(01).
           02 SE-STAMP  PIC X(14).
           02 SE-TXN    PIC X(177).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

      * 固定のファイルのパス(BUILD-FILE-PATHSが設定の
      * 置き場所から組み立てる)
       01 WS-PLAYER-PATH  PIC X(120).
       01 WS-PDAT-PATH    PIC X(120).
       01 WS-PNEW-PATH    PIC X(120).
       01 WS-SJNL-PATH    PIC X(120).
       01 WS-SCKP-PATH    PIC X(120).
       01 WS-SERR-PATH    PIC X(120).
       01 WS-OPS-PATH     PIC X(120).

      * 成績の差分(1件ぶんの読み込み領域)と、
      * 差分をどこまで反映したかの控え
       COPY "PLAYER-TXN.CBF".
       COPY "STATS-CKP.CBF".

      * この件数を当てるごとに登録簿と控えを書く
       78 POST-COMMIT-EVERY VALUE 500.

      * 差分の何件目を読んでいるか(先頭から数える)
       01 WS-SEQ         PIC 9(09) VALUE 0.
       01 WS-START-SEQ   PIC 9(09) VALUE 0.
       01 WS-SINCE-COMMIT PIC 9(04) VALUE 0.
      * 却下の控えに残っている一番後ろの件
      * (再開した時に同じ差分を二重に残さないため)
       01 WS-ERR-HIGH    PIC 9(09) VALUE 0.

      * 突き合わせの件数と点の合計
       01 WS-READ-CNT    PIC 9(09) VALUE 0.
       01 WS-POST-CNT    PIC 9(09) VALUE 0.
       01 WS-REJ-CNT     PIC 9(09) VALUE 0.
       01 WS-PTS-ADD     PIC 9(11) VALUE 0.
       01 WS-PTS-SUB     PIC 9(11) VALUE 0.
       01 WS-PTS-CUT     PIC 9(11) VALUE 0.
       01 WS-SUM-BEFORE  PIC 9(13) VALUE 0.
       01 WS-SUM-AFTER   PIC 9(13) VALUE 0.
       01 WS-SUM-EXPECT  PIC 9(13) VALUE 0.
       01 WS-CHECK-OK    PIC X VALUE "Y".

      * PLAYERS.DATの中身(SHIRITORI.CBLの
      * PLAYER-MASTER-TBLと同じ形)
       78 PLAYER-MAX VALUE 9999.
       01 PLAYER-MASTER-TBL.
           02 PM-CNT    PIC 9(04) VALUE 0.
           02 PM        OCCURS 9999 INDEXED BY PMX.
             03 PM-NAME         PIC X(20).
             03 PM-JOIN-DATE    PIC X(08).
             03 PM-TOTAL-WORDS  PIC 9(07).
             03 PM-LONGEST-LEN  PIC 9(02).
             03 PM-LONGEST-WORD PIC X(50).
             03 PM-SCORE        PIC 9(09).
             03 PM-WINS         PIC 9(05).
             03 PM-LOSSES       PIC 9(05).
       01 PI            PIC 9(04).

      * 共通の操作記録(OPSLOG)への書き込み用
      * (誰が反映したのかを残すため、担当者の名前を
      *  聞く。部屋の欄は登録簿の保守では空白)
       78 DEFAULT-NAME  VALUE "名無し".
       01 WS-OPR-NAME   PIC X(20).
       01 WS-OPS-ACTION PIC X(10).
       01 WS-OPS-DETAIL PIC X(80).
       01 WS-DATE       PIC X(08).
       01 WS-TIME       PIC X(08).
       01 WS-STAMP      PIC X(14).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM INPUT-OPERATOR

           PERFORM READ-STATS-CKP
           IF PK-STATE = "P" THEN
             PERFORM RESUME-COPY
           END-IF

           PERFORM LOAD-PLAYERS
           PERFORM SUM-SCORES
           MOVE WS-SUM-AFTER TO WS-SUM-BEFORE
           PERFORM LOAD-ERR-HIGH

           MOVE PK-POSTED TO WS-START-SEQ
           IF WS-START-SEQ NOT = 0 THEN
             DISPLAY "前回は " WS-START-SEQ "件目まで"
                 WITH NO ADVANCING
             DISPLAY "反映済みです。" WITH NO ADVANCING
             DISPLAY "その次から反映します。"
           END-IF

           PERFORM POST-DELTAS
           PERFORM PRINT-TOTALS
           PERFORM LOG-POSTING
           STOP RUN.

       INPUT-OPERATOR.
      *> ---------------------------------------------------------
      *> - 登録簿を書き直した時に、誰がやったのかを
      *> -   操作記録に残せるよう担当者の名前を聞く
      *> ---------------------------------------------------------
           DISPLAY "担当者の名前を入力してください。"
           ACCEPT WS-OPR-NAME
           IF WS-OPR-NAME = SPACE THEN
             MOVE DEFAULT-NAME TO WS-OPR-NAME
           END-IF.

       RESUME-COPY.
      *> ---------------------------------------------------------
      *> - 前回の実行がPLAYERS.NEWからPLAYERS.DATへの
      *> -   書き写しの途中で止まっていたので、書き写しを
      *> -   やり直して控えを反映済みにする
      *> -   (PLAYERS.NEWは書き終えてから控えを
      *> -    「書き写し中」にしているため揃っている)
      *> ---------------------------------------------------------
           DISPLAY "(前回の書き写しが途中で"
               WITH NO ADVANCING
           DISPLAY "止まっていたためやり直します)"
           MOVE WS-PNEW-PATH TO WS-PLAYER-PATH
           PERFORM LOAD-PLAYERS
           MOVE WS-PDAT-PATH TO WS-PLAYER-PATH
           PERFORM SAVE-PLAYERS

           MOVE PK-TARGET TO PK-POSTED
           MOVE "C"       TO PK-STATE
           PERFORM WRITE-STATS-CKP

           MOVE "POSTRESUME" TO WS-OPS-ACTION
           MOVE SPACE        TO WS-OPS-DETAIL
           STRING "書き写しをやり直し "  DELIMITED BY SIZE
                  PK-POSTED              DELIMITED BY SIZE
                  "件目まで反映済み"     DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       POST-DELTAS.
      *> ---------------------------------------------------------
      *> - 差分を先頭から読み、反映済みの件数より後ろを
      *> -   1件ずつ登録簿の表へ当てる
      *> -   当てられない差分は却下の控えへ
      *> - POST-COMMIT-EVERY件ごとと最後に、登録簿と
      *> -   控えを書く
      *> ---------------------------------------------------------
           MOVE 0 TO WS-SEQ
           MOVE 0 TO WS-SINCE-COMMIT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STATS-JNL
           PERFORM UNTIL EOF
             READ STATS-JNL INTO PX-REC
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-SEQ
                 IF WS-SEQ > WS-START-SEQ THEN
                   PERFORM POST-ONE-DELTA
                   IF WS-SINCE-COMMIT >= POST-COMMIT-EVERY THEN
                     PERFORM COMMIT-POSTING
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STATS-JNL
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-SINCE-COMMIT > 0 THEN
             PERFORM COMMIT-POSTING
           END-IF.

       POST-ONE-DELTA.
      *> ＠ POST-DELTAS内での処理です
      *> ---------------------------------------------------------
      *> - PX-RECの差分1件を当てて、突き合わせの件数と
      *> -   点を数える
      *> ---------------------------------------------------------
           ADD 1 TO WS-READ-CNT
           ADD 1 TO WS-SINCE-COMMIT
           PERFORM APPLY-PLAYER-TXN
           IF PX-RESULT NOT = "Y" THEN
             PERFORM REJECT-DELTA
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POST-CNT
           EVALUATE PX-KIND
             WHEN "W"
               ADD PX-POINTS TO WS-PTS-ADD
             WHEN "U"
             WHEN "D"
             WHEN "H"
               ADD PX-POINTS TO WS-PTS-SUB
               ADD PX-CUT    TO WS-PTS-CUT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       REJECT-DELTA.
      *> ＠ POST-ONE-DELTA内での処理です
      *> ---------------------------------------------------------
      *> - 当てられなかった差分を却下の控えへ追記する
      *> -   (再開した時にもう控えてある件は書かない)
      *> ---------------------------------------------------------
           ADD 1 TO WS-REJ-CNT
           DISPLAY "!! " WS-SEQ "件目「" PX-NAME "」"
               WITH NO ADVANCING
           EVALUATE PX-RESULT
             WHEN "U"
               DISPLAY "は登録簿にいないため"
                   WITH NO ADVANCING
               DISPLAY "却下します。"
             WHEN "F"
               DISPLAY "は登録簿が満杯のため"
                   WITH NO ADVANCING
               DISPLAY "却下します。"
             WHEN OTHER
               DISPLAY "の差分は種類「" PX-KIND "」が"
                   WITH NO ADVANCING
               DISPLAY "不明なため却下します。"
           END-EVALUATE
           IF WS-SEQ NOT > WS-ERR-HIGH THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STAMP
           MOVE WS-SEQ    TO SE-SEQ
           MOVE PX-RESULT TO SE-REASON
           MOVE WS-STAMP  TO SE-STAMP
           MOVE PX-REC    TO SE-TXN
           OPEN EXTEND STATS-ERR
           WRITE SE-REC
           CLOSE STATS-ERR.

       COMMIT-POSTING.
      *> ＠ POST-DELTAS内での処理です
      *> ---------------------------------------------------------
      *> - WS-SEQ件目までを当てた登録簿を書き、控えを
      *> -   進める。順番は
      *> -   1. PLAYERS.NEWへ書く
      *> -   2. 控えを「書き写し中」(WS-SEQ件目まで)にする
      *> -   3. PLAYERS.DATへ書き写す
      *> -   4. 控えを反映済み(WS-SEQ件目まで)にする
      *> -   (どこで止まっても、次の実行が二重に当てず
      *> -    取りこぼさずにやり直せる)
      *> ---------------------------------------------------------
           MOVE WS-PNEW-PATH TO WS-PLAYER-PATH
           PERFORM SAVE-PLAYERS
           MOVE WS-SEQ TO PK-TARGET
           MOVE "P"    TO PK-STATE
           PERFORM WRITE-STATS-CKP

           MOVE WS-PDAT-PATH TO WS-PLAYER-PATH
           PERFORM SAVE-PLAYERS
           MOVE WS-SEQ TO PK-POSTED
           MOVE "C"    TO PK-STATE
           PERFORM WRITE-STATS-CKP

           MOVE 0 TO WS-SINCE-COMMIT
           DISPLAY "(" WS-SEQ "件目まで反映しました)".

       WRITE-STATS-CKP.
      *> ---------------------------------------------------------
      *> - PK-RECに日時と担当者を入れて控えを書き直す
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE WS-STAMP    TO PK-STAMP
           MOVE WS-OPR-NAME TO PK-OPR
           OPEN OUTPUT STATS-CKP
           WRITE SK-LINE FROM PK-REC
           CLOSE STATS-CKP.

       LOAD-ERR-HIGH.
      *> ---------------------------------------------------------
      *> - 却下の控えに残っている一番後ろの件を
      *> -   WS-ERR-HIGHへ読む
      *> ---------------------------------------------------------
           MOVE 0 TO WS-ERR-HIGH
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STATS-ERR
           PERFORM UNTIL EOF
             READ STATS-ERR
               AT END SET EOF TO TRUE
               NOT AT END
                 IF SE-SEQ IS NUMERIC
                    AND SE-SEQ > WS-ERR-HIGH THEN
                   MOVE SE-SEQ TO WS-ERR-HIGH
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STATS-ERR
           MOVE LOW-VALUE TO EOF-FLG.

       SUM-SCORES.
      *> ---------------------------------------------------------
      *> - 登録簿の表の持ち点の合計をWS-SUM-AFTERへ返す
      *> ---------------------------------------------------------
           MOVE 0 TO WS-SUM-AFTER
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PM-CNT
             ADD PM-SCORE(PI) TO WS-SUM-AFTER
           END-PERFORM.

       PRINT-TOTALS.
      *> ---------------------------------------------------------
      *> - 突き合わせの件数と点の合計を表示する
      *> -   ・読んだ件数 = 反映した件数 + 却下した件数
      *> -   ・反映後の持ち点の合計 = 反映前の合計
      *> -       + 加点 - 減点 + 0で切り捨てた点
      *> ---------------------------------------------------------
           PERFORM SUM-SCORES
           COMPUTE WS-SUM-EXPECT = WS-SUM-BEFORE + WS-PTS-ADD
                                 + WS-PTS-CUT - WS-PTS-SUB
           MOVE "Y" TO WS-CHECK-OK
           IF WS-READ-CNT NOT = WS-POST-CNT + WS-REJ-CNT
              OR WS-SUM-AFTER NOT = WS-SUM-EXPECT THEN
             MOVE "N" TO WS-CHECK-OK
           END-IF

           DISPLAY SPACE
           DISPLAY "*** 成績の差分の反映 ***"
           DISPLAY "  差分の件数     " WS-READ-CNT
           DISPLAY "  反映した件数   " WS-POST-CNT
           DISPLAY "  却下した件数   " WS-REJ-CNT
           DISPLAY "  加点の合計     " WS-PTS-ADD
           DISPLAY "  減点の合計     " WS-PTS-SUB
           DISPLAY "  (0で切り捨て  " WS-PTS-CUT ")"
           DISPLAY "  持ち点の合計   " WS-SUM-BEFORE
               WITH NO ADVANCING
           DISPLAY " → " WS-SUM-AFTER
           DISPLAY "  反映済みの位置 " PK-POSTED "件目"
           IF WS-CHECK-OK = "Y" THEN
             DISPLAY "  突き合わせ     一致"
           ELSE
             DISPLAY "!! 突き合わせが合いません。"
                 WITH NO ADVANCING
             DISPLAY "(見込み " WS-SUM-EXPECT ")"
           END-IF
           IF WS-REJ-CNT > 0 THEN
             DISPLAY "(却下した差分はSTATSERR.DATを"
                 WITH NO ADVANCING
             DISPLAY "見てください)"
           END-IF.

       LOG-POSTING.
      *> ---------------------------------------------------------
      *> - 反映の実行を操作記録に残す
      *> -   (反映する差分が無かった実行も残す)
      *> ---------------------------------------------------------
           MOVE "POST"  TO WS-OPS-ACTION
           MOVE SPACE   TO WS-OPS-DETAIL
           STRING "反映"     DELIMITED BY SIZE
                  WS-POST-CNT DELIMITED BY SIZE
                  " 却下"    DELIMITED BY SIZE
                  WS-REJ-CNT  DELIMITED BY SIZE
                  " 加点"    DELIMITED BY SIZE
                  WS-PTS-ADD  DELIMITED BY SIZE
                  " 減点"    DELIMITED BY SIZE
                  WS-PTS-SUB  DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG

           IF WS-CHECK-OK = "N" THEN
             MOVE "POSTCHECK" TO WS-OPS-ACTION
             MOVE SPACE       TO WS-OPS-DETAIL
             STRING "持ち点の突き合わせ不一致 合計"
                                   DELIMITED BY SIZE
                    WS-SUM-AFTER   DELIMITED BY SIZE
                    " 見込み"      DELIMITED BY SIZE
                    WS-SUM-EXPECT  DELIMITED BY SIZE
               INTO WS-OPS-DETAIL
             PERFORM WRITE-OPS-LOG
           END-IF.

       LOAD-PLAYERS.
      *> ---------------------------------------------------------
      *> - WS-PLAYER-PATHの登録簿を読み込む
      *> -   (RECONCILE.CBLのLOAD-PLAYERSと同じ読み方)
      *> ---------------------------------------------------------
           MOVE 0 TO PM-CNT
           INITIALIZE PLAYER-MASTER-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-FILE
           PERFORM UNTIL EOF
             READ PLAYER-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PM-CNT >= PLAYER-MAX THEN
                   DISPLAY "!! プレイヤー登録数が"
                       WITH NO ADVANCING
                   DISPLAY PLAYER-MAX
                       WITH NO ADVANCING
                   DISPLAY "人の上限に達しているため"
                       WITH NO ADVANCING
                   DISPLAY "反映できません。"
                   STOP RUN
                 END-IF
                 ADD 1 TO PM-CNT
                 MOVE P-NAME         TO PM-NAME(PM-CNT)
                 MOVE P-JOIN-DATE    TO PM-JOIN-DATE(PM-CNT)
                 MOVE P-TOTAL-WORDS  TO PM-TOTAL-WORDS(PM-CNT)
                 MOVE P-LONGEST-LEN  TO PM-LONGEST-LEN(PM-CNT)
                 MOVE P-LONGEST-WORD TO PM-LONGEST-WORD(PM-CNT)
      *>         欄が増える前の古い記録は空白のまま
      *>         入ってくるため0とする
                 IF P-SCORE IS NUMERIC THEN
                   MOVE P-SCORE TO PM-SCORE(PM-CNT)
                 ELSE
                   MOVE 0       TO PM-SCORE(PM-CNT)
                 END-IF
                 IF P-WINS IS NUMERIC THEN
                   MOVE P-WINS TO PM-WINS(PM-CNT)
                 ELSE
                   MOVE 0      TO PM-WINS(PM-CNT)
                 END-IF
                 IF P-LOSSES IS NUMERIC THEN
                   MOVE P-LOSSES TO PM-LOSSES(PM-CNT)
                 ELSE
                   MOVE 0        TO PM-LOSSES(PM-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       SAVE-PLAYERS.
      *> ---------------------------------------------------------
      *> - PLAYER-MASTER-TBLの内容をWS-PLAYER-PATHの
      *> -   登録簿へ書き出す
      *> ---------------------------------------------------------
           OPEN OUTPUT PLAYER-FILE
           PERFORM VARYING PI FROM 1 BY 1 UNTIL PI > PM-CNT
             MOVE PM-NAME(PI)         TO P-NAME
             MOVE PM-JOIN-DATE(PI)    TO P-JOIN-DATE
             MOVE PM-TOTAL-WORDS(PI)  TO P-TOTAL-WORDS
             MOVE PM-LONGEST-LEN(PI)  TO P-LONGEST-LEN
             MOVE PM-LONGEST-WORD(PI) TO P-LONGEST-WORD
             MOVE PM-SCORE(PI)        TO P-SCORE
             MOVE PM-WINS(PI)         TO P-WINS
             MOVE PM-LOSSES(PI)       TO P-LOSSES
             WRITE P-REC
           END-PERFORM
           CLOSE PLAYER-FILE.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、固定のファイルのパスを
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-PDAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PLAYERS.DAT"    DELIMITED BY SIZE
             INTO WS-PDAT-PATH
           MOVE WS-PDAT-PATH TO WS-PLAYER-PATH
           MOVE SPACE TO WS-PNEW-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PLAYERS.NEW"    DELIMITED BY SIZE
             INTO WS-PNEW-PATH
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
           MOVE SPACE TO WS-SERR-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "STATSERR.DAT"   DELIMITED BY SIZE
             INTO WS-SERR-PATH
           MOVE SPACE TO WS-OPS-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "OPSLOG.TXT"     DELIMITED BY SIZE
             INTO WS-OPS-PATH.

       BUILD-STAMP.
      *> ---------------------------------------------------------
      *> - 現在日時の刻印(YYYYMMDDHHMMSS)を組み立てる
      *> ---------------------------------------------------------
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE      DELIMITED BY SIZE
                  WS-TIME(1:6) DELIMITED BY SIZE
             INTO WS-STAMP.

       WRITE-OPS-LOG.
      *> ---------------------------------------------------------
      *> - WS-OPS-ACTION/WS-OPS-DETAILの操作を、共通の
      *> -   操作記録へ追記する(SHIRITORI.CBLの
      *> -   WRITE-OPS-LOGと同じやり方)
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE WS-STAMP      TO OL-STAMP
           MOVE WS-OPR-NAME   TO OL-NAME
           MOVE SPACE         TO OL-ROOM
           MOVE WS-OPS-ACTION TO OL-ACTION
           MOVE WS-OPS-DETAIL TO OL-DETAIL
           OPEN EXTEND OPS-LOG
           WRITE OL-REC
           CLOSE OPS-LOG.

       COPY "PLAYER-TXN-PROC.CBF".

       COPY "STATS-CKP-PROC.CBF".

       COPY "CONFIG-PROC.CBF".

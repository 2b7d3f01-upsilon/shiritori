       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      KNOCKOUT-CUP.
      * 勝ち抜きカップ戦(トーナメント)の運営用
      * ユーティリティ。リーグ戦(FIXTURES.TXTと
      * LEAGUE-TABLE)は総当たりしか扱えず、年末の
      * カップ戦の組み合わせは紙で回していたため、
      *  ・組み合わせ : 出場者の一覧(CUPENTRY.TXT)から、
      *    2のべき乗に満たない分を不戦勝の枠で埋めて
      *    組み合わせ(CUP.TXT)を作る。PLAYERS.DATの
      *    勝ち数の多い順にシードを付けることもできる
      *    (付けなければ一覧の上から順にシードとする)
      *  ・勝ち上がり : 各試合の部屋と日付に合う結果の
      *    控え(RESULTS.TXT)の勝ちの行から勝者を決め、
      *    次の回戦へ進める
      *  ・組み合わせ表 : 全回戦の組み合わせ・結果・
      *    対戦待ちの試合を印刷用のファイル
      *    (CUPDRAW.TXT)へ書き出す
      * 試合の部屋はカップ戦の名前と回戦・試合番号から
      * 作り、SHIRITORIのCHECK-FIXTUREが、その部屋に
      * 入ったプレイヤーにどの試合かを知らせる
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT OPTIONAL CUP-FILE
          ASSIGN TO DYNAMIC WS-CUP-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    出場者の一覧(1行1人。幹事がテキストで保守する)
        SELECT OPTIONAL ENTRY-FILE
          ASSIGN TO DYNAMIC WS-ENTRY-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-FILE
          ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RESULT-FILE
          ASSIGN TO DYNAMIC WS-RESULT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    印刷用の組み合わせ表
        SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    共通の操作記録(ジャーナル)
        SELECT OPTIONAL OPS-LOG ASSIGN TO DYNAMIC WS-OPS-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS CFG-ST.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD CUP-FILE.
       COPY "CUP-REC.CBF".

       FD ENTRY-FILE.
       01 CE-REC        PIC X(20).

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

       FD REPORT-FILE.
       01 RPT-REC       PIC X(132).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-CUP-PATH     PIC X(120).
       01 WS-ENTRY-PATH   PIC X(120).
       01 WS-PLAYER-PATH  PIC X(120).
       01 WS-RESULT-PATH  PIC X(120).
       01 WS-RPT-PATH     PIC X(120).
       01 WS-OPS-PATH     PIC X(120).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 WS-MENU-SEL   PIC X(02).
       01 WS-ANS        PIC X(01).
       01 WS-DATE       PIC X(08).
       01 WS-TIME       PIC X(08).
       01 WS-STAMP      PIC X(14).

      * カップ戦の名前(部屋の名前の頭に付ける)
       78 CUP-NAME-MAX  VALUE 8.
       78 DEFAULT-CUP   VALUE "CUP".
       01 WS-CUP-IN     PIC X(20).
       01 WS-CUP-NAME   PIC X(08).
       01 WS-CUP-LEN    PIC 9(02).

      * 出場者(組み合わせの枠は最大CUP-SIZE-MAX人)
       78 CUP-SIZE-MAX  VALUE 64.
       01 WS-EN-CNT     PIC 9(02) VALUE 0.
       01 EN-TBL.
           02 EN        OCCURS 64.
             03 EN-NAME   PIC X(20).
             03 EN-WINS   PIC 9(05).
       01 EN-SWAP.
           02 EN-SWAP-NAME PIC X(20).
           02 EN-SWAP-WINS PIC 9(05).

      * シードの並び(組み合わせの枠の上から順に、
      *  何番シードが入るか。1番と2番が決勝で
      *  当たるように並べる)
       01 SO-TBL.
           02 SO        PIC 9(02) OCCURS 64.
       01 WS-SO-SIZE    PIC 9(02).
       01 WS-BRACKET    PIC 9(03).

      * 組み合わせ(CUP.TXTの全試合。回戦・試合番号順)
       78 CT-TBL-MAX    VALUE 63.
       01 WS-CT-CNT     PIC 9(02) VALUE 0.
       01 CT-TBL.
           02 CT        OCCURS 63.
             03 CT-ROUND  PIC 9(02).
             03 CT-TIE    PIC 9(03).
             03 CT-ROOM   PIC X(20).
             03 CT-NAME-A PIC X(20).
             03 CT-NAME-B PIC X(20).
             03 CT-WINNER PIC X(20).
             03 CT-DATE   PIC X(08).
       01 WS-LAST-ROUND PIC 9(02) VALUE 0.
       01 WS-TIES       PIC 9(03).
       01 WS-ROUND-TXT  PIC X(12).

      * 結果の控え(カップ戦の部屋の行だけを読み込む)
       78 RS-TBL-MAX VALUE 2000.
       01 WS-RS-CNT     PIC 9(04) VALUE 0.
       01 RS-TBL.
           02 RT        OCCURS 2000.
             03 RT-DATE   PIC X(08).
             03 RT-ROOM   PIC X(20).
             03 RT-NAME   PIC X(20).
             03 RT-MARK   PIC X(01).

       01 WS-POS        PIC 9(02).
       01 WS-NEXT       PIC 9(02).
       01 WS-NEXT-ROUND PIC 9(02).
       01 WS-NEXT-TIE   PIC 9(03).
       01 WS-HALF       PIC 9(03).
       01 WS-ODD        PIC 9(01).
       01 WS-WIN-NAME   PIC X(20).
       01 WS-WIN-DATE   PIC X(08).
       01 WS-ADV-CNT    PIC 9(02).
       01 WS-CUP-ROOM   PIC X(01).
       01 WS-SEED       PIC 9(03).
       01 WS-DONE-CNT   PIC 9(02).
       01 WS-WAIT-CNT   PIC 9(02).

      * 印刷の体裁(MONTH-REPORTと同じやり方。1ページ
      *  PAGE-LINES行。見出しの後に本文を書き、ページの
      *  終わりは空行で埋める)
       78 PAGE-LINES VALUE 60.
       01 WS-RPT-LINE   PIC X(132).
       01 WS-PAGE-NUM   PIC 9(03) VALUE 0.
       01 WS-LINE-CNT   PIC 9(02) VALUE 0.
       01 WS-SIDE-A     PIC X(20).
       01 WS-SIDE-B     PIC X(20).
       01 WS-STATE-TXT  PIC X(40).

      * 共通の操作記録(OPSLOG)への書き込み用
       78 DEFAULT-NAME  VALUE "名無し".
       01 WS-OPR-NAME   PIC X(20).
       01 WS-OPS-ACTION PIC X(10).
       01 WS-OPS-DETAIL PIC X(80).

       01 I             PIC 9(04).
       01 J             PIC 9(04).
       01 K             PIC 9(04).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM INPUT-OPERATOR
           PERFORM READ-CUP

           DISPLAY "1:組み合わせを作る  "
               WITH NO ADVANCING
           DISPLAY "2:勝ち上がりの反映"
               WITH NO ADVANCING
           DISPLAY "  3:組み合わせ表の出力"
           ACCEPT WS-MENU-SEL

           EVALUATE WS-MENU-SEL
             WHEN "1"
               PERFORM MAKE-DRAW
             WHEN "2"
               PERFORM ADVANCE-WINNERS
             WHEN OTHER
               PERFORM PRINT-DRAW-SHEET
           END-EVALUATE
           STOP RUN.

       INPUT-OPERATOR.
      *> ---------------------------------------------------------
      *> - 誰が組み合わせを作り・進めたのかを操作記録に
      *> -   残せるよう担当者の名前を聞く
      *> ---------------------------------------------------------
           DISPLAY "担当者の名前を入力してください。"
           ACCEPT WS-OPR-NAME
           IF WS-OPR-NAME = SPACE THEN
             MOVE DEFAULT-NAME TO WS-OPR-NAME
           END-IF.

       READ-CUP.
      *> ---------------------------------------------------------
      *> - 今の組み合わせを読み込み、最後の回戦(決勝)を
      *> -   WS-LAST-ROUNDへ入れる
      *> ---------------------------------------------------------
           MOVE 0 TO WS-CT-CNT
           MOVE 0 TO WS-LAST-ROUND
           INITIALIZE CT-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT CUP-FILE
           PERFORM UNTIL EOF
             READ CUP-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CP-ROUND IS NUMERIC
                    AND CP-TIE IS NUMERIC
                    AND WS-CT-CNT < CT-TBL-MAX THEN
                   ADD 1 TO WS-CT-CNT
                   MOVE CP-ROUND  TO CT-ROUND(WS-CT-CNT)
                   MOVE CP-TIE    TO CT-TIE(WS-CT-CNT)
                   MOVE CP-ROOM   TO CT-ROOM(WS-CT-CNT)
                   MOVE CP-NAME-A TO CT-NAME-A(WS-CT-CNT)
                   MOVE CP-NAME-B TO CT-NAME-B(WS-CT-CNT)
                   MOVE CP-WINNER TO CT-WINNER(WS-CT-CNT)
                   MOVE CP-DATE   TO CT-DATE(WS-CT-CNT)
                   IF CP-ROUND > WS-LAST-ROUND THEN
                     MOVE CP-ROUND TO WS-LAST-ROUND
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUP-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       WRITE-CUP.
      *> ---------------------------------------------------------
      *> - 組み合わせの表でCUP.TXTを書き直す
      *> ---------------------------------------------------------
           OPEN OUTPUT CUP-FILE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CT-CNT
             MOVE CT-ROUND(I)  TO CP-ROUND
             MOVE CT-TIE(I)    TO CP-TIE
             MOVE CT-ROOM(I)   TO CP-ROOM
             MOVE CT-NAME-A(I) TO CP-NAME-A
             MOVE CT-NAME-B(I) TO CP-NAME-B
             MOVE CT-WINNER(I) TO CP-WINNER
             MOVE CT-DATE(I)   TO CP-DATE
             WRITE CP-REC
           END-PERFORM
           CLOSE CUP-FILE.

       MAKE-DRAW.
      *> ---------------------------------------------------------
      *> - 出場者の一覧から組み合わせを作り直す
      *> - 今の組み合わせがあれば、作り直してよいかを
      *> -   確かめてから上書きする
      *> ---------------------------------------------------------
           IF WS-CT-CNT > 0 THEN
             DISPLAY "!! 今の組み合わせ(CUP.TXT)を"
                 WITH NO ADVANCING
             DISPLAY "作り直します。よろしいですか(Y/N)"
             ACCEPT WS-ANS
             IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y" THEN
               DISPLAY "取りやめました。"
               EXIT PARAGRAPH
             END-IF
           END-IF

           PERFORM INPUT-CUP-NAME
           IF WS-CUP-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-ENTRANTS
           IF WS-EN-CNT < 2 THEN
             DISPLAY "!! 出場者の一覧(CUPENTRY.TXT)に"
                 WITH NO ADVANCING
             DISPLAY "2人以上いないと組み合わせを"
                 WITH NO ADVANCING
             DISPLAY "作れません。"
             EXIT PARAGRAPH
           END-IF

           DISPLAY "PLAYERS.DATの勝ち数でシードを"
               WITH NO ADVANCING
           DISPLAY "付けますか(Y/N)"
           DISPLAY "(N=出場者の一覧の上から順にシード)"
           ACCEPT WS-ANS
           IF WS-ANS = "Y" OR WS-ANS = "y" THEN
             PERFORM LOAD-ENTRANT-WINS
             PERFORM SEED-BY-WINS
           END-IF

           PERFORM BUILD-BRACKET
           PERFORM WRITE-CUP

           MOVE "CUPDRAW" TO WS-OPS-ACTION
           MOVE SPACE     TO WS-OPS-DETAIL
           STRING "カップ戦" DELIMITED BY SIZE
                  WS-CUP-NAME DELIMITED BY SPACE
                  "の組み合わせ 出場" DELIMITED BY SIZE
                  WS-EN-CNT   DELIMITED BY SIZE
                  "人 " DELIMITED BY SIZE
                  WS-LAST-ROUND DELIMITED BY SIZE
                  "回戦" DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG

           DISPLAY "*** 組み合わせを作りました ***"
           PERFORM PRINT-DRAW-SHEET.

       INPUT-CUP-NAME.
      *> ＠ MAKE-DRAW内での処理です
      *> ---------------------------------------------------------
      *> - 部屋の名前の頭に付けるカップ戦の名前を聞く
      *> -   (空白ならDEFAULT-CUP)
      *> - 部屋の名前と同じ決まり(途中に空白を含まない、
      *> -   「ALL」で始めない)で確かめ、使えなければ
      *> -   WS-CUP-NAMEを空白で返す
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CUP-NAME
           DISPLAY "カップ戦の名前を入力してください。"
               WITH NO ADVANCING
           DISPLAY "(半角" CUP-NAME-MAX "文字まで、"
               WITH NO ADVANCING
           DISPLAY "空白=" DEFAULT-CUP ")"
           ACCEPT WS-CUP-IN
           IF WS-CUP-IN = SPACE THEN
             MOVE DEFAULT-CUP TO WS-CUP-IN
           END-IF

           MOVE 0 TO WS-CUP-LEN
           INSPECT WS-CUP-IN TALLYING WS-CUP-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CUP-LEN > CUP-NAME-MAX
              OR WS-CUP-LEN = 0
              OR WS-CUP-IN(WS-CUP-LEN + 1:) NOT = SPACE THEN
             DISPLAY "!! 空白を含まない" CUP-NAME-MAX
                 WITH NO ADVANCING
             DISPLAY "文字までの名前にしてください。"
             EXIT PARAGRAPH
           END-IF
           IF WS-CUP-IN(1:3) = "ALL" THEN
             DISPLAY "!! その名前は一覧出力の予約名と"
                 WITH NO ADVANCING
             DISPLAY "ぶつかるため使えません。"
             EXIT PARAGRAPH
           END-IF
           MOVE WS-CUP-IN TO WS-CUP-NAME.

       READ-ENTRANTS.
      *> ＠ MAKE-DRAW内での処理です
      *> ---------------------------------------------------------
      *> - 出場者の一覧を読み込む(空行と、同じ名前の
      *> -   2回目以降は読み飛ばす)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-EN-CNT
           INITIALIZE EN-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT ENTRY-FILE
           PERFORM UNTIL EOF
             READ ENTRY-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CE-REC NOT = SPACE THEN
                   PERFORM ADD-ENTRANT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ENTRY-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       ADD-ENTRANT.
      *> ＠ READ-ENTRANTS内での処理です
      *> ---------------------------------------------------------
      *> - CE-RECの人を出場者の表の末尾へ加える
      *> -   (枠がいっぱいなら知らせて加えない)
      *> ---------------------------------------------------------
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-EN-CNT
             IF EN-NAME(K) = CE-REC THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WS-EN-CNT >= CUP-SIZE-MAX THEN
             DISPLAY "!! 出場者が" CUP-SIZE-MAX
                 WITH NO ADVANCING
             DISPLAY "人の上限を超えるため「"
                 WITH NO ADVANCING
             DISPLAY CE-REC WITH NO ADVANCING
             DISPLAY "」は加えません。"
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EN-CNT
           MOVE CE-REC TO EN-NAME(WS-EN-CNT)
           MOVE 0      TO EN-WINS(WS-EN-CNT).

       LOAD-ENTRANT-WINS.
      *> ＠ MAKE-DRAW内での処理です
      *> ---------------------------------------------------------
      *> - PLAYERS.DATから出場者それぞれの勝ち数を拾う
      *> -   (登録簿にいない人・古い記録で空白の人は0勝)
      *> ---------------------------------------------------------
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-FILE
           PERFORM UNTIL EOF
             READ PLAYER-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF P-WINS IS NUMERIC THEN
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-EN-CNT
                     IF EN-NAME(K) = P-NAME THEN
                       MOVE P-WINS TO EN-WINS(K)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       SEED-BY-WINS.
      *> ＠ MAKE-DRAW内での処理です
      *> ---------------------------------------------------------
      *> - 出場者を勝ち数の多い順に並べ替える
      *> - 同じ勝ち数の人は一覧の順を崩さないよう、
      *> -   単純挿入ソートで並べる
      *> ---------------------------------------------------------
           IF WS-EN-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-EN-CNT
             MOVE EN(I) TO EN-SWAP
             MOVE I TO J
             PERFORM UNTIL J < 2
               IF EN-WINS(J - 1) NOT < EN-SWAP-WINS THEN
                 EXIT PERFORM
               END-IF
               MOVE EN(J - 1) TO EN(J)
               SUBTRACT 1 FROM J
             END-PERFORM
             MOVE EN-SWAP TO EN(J)
           END-PERFORM.

       BUILD-BRACKET.
      *> ＠ MAKE-DRAW内での処理です
      *> ---------------------------------------------------------
      *> - 出場者の数以上の最小の2のべき乗を枠の数とし、
      *> -   決勝までの全試合を作る
      *> - 1回戦は、シードの並び(SO-TBL)の上から2枠ずつを
      *> -   1試合とする。出場者の数を超えるシードの枠は
      *> -   不戦勝とし、上位のシードから順に当たる
      *> ---------------------------------------------------------
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           MOVE 2 TO WS-BRACKET
           MOVE 1 TO WS-LAST-ROUND
           PERFORM UNTIL WS-BRACKET >= WS-EN-CNT
             MULTIPLY 2 BY WS-BRACKET
             ADD 1 TO WS-LAST-ROUND
           END-PERFORM
           PERFORM BUILD-SEED-ORDER

           MOVE 0 TO WS-CT-CNT
           INITIALIZE CT-TBL
           COMPUTE WS-TIES = WS-BRACKET / 2
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LAST-ROUND
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TIES
               ADD 1 TO WS-CT-CNT
               MOVE I TO CT-ROUND(WS-CT-CNT)
               MOVE J TO CT-TIE(WS-CT-CNT)
               STRING WS-CUP-NAME DELIMITED BY SPACE
                      "-R"        DELIMITED BY SIZE
                      CT-ROUND(WS-CT-CNT)
                                  DELIMITED BY SIZE
                      "-T"        DELIMITED BY SIZE
                      CT-TIE(WS-CT-CNT)
                                  DELIMITED BY SIZE
                 INTO CT-ROOM(WS-CT-CNT)
             END-PERFORM
             COMPUTE WS-TIES = WS-TIES / 2
           END-PERFORM

      *>     1回戦を埋める(1回戦の試合は表の先頭に並ぶ)
           COMPUTE WS-TIES = WS-BRACKET / 2
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-TIES
             MOVE WS-DATE TO CT-DATE(WS-POS)
             COMPUTE WS-SEED = SO(WS-POS * 2 - 1)
             IF WS-SEED <= WS-EN-CNT THEN
               MOVE EN-NAME(WS-SEED) TO CT-NAME-A(WS-POS)
             END-IF
             COMPUTE WS-SEED = SO(WS-POS * 2)
             IF WS-SEED <= WS-EN-CNT THEN
               MOVE EN-NAME(WS-SEED) TO CT-NAME-B(WS-POS)
             END-IF
             IF CT-NAME-A(WS-POS) = SPACE THEN
               MOVE CT-NAME-B(WS-POS) TO CT-NAME-A(WS-POS)
               MOVE SPACE             TO CT-NAME-B(WS-POS)
             END-IF
      *>       不戦勝の枠はその場で次の回戦へ進める
             IF CT-NAME-B(WS-POS) = SPACE THEN
               MOVE CT-NAME-A(WS-POS) TO CT-WINNER(WS-POS)
               MOVE WS-DATE           TO WS-WIN-DATE
               PERFORM PROMOTE-WINNER
             END-IF
           END-PERFORM.

       BUILD-SEED-ORDER.
      *> ＠ BUILD-BRACKET内での処理です
      *> ---------------------------------------------------------
      *> - WS-BRACKET枠ぶんのシードの並びを作る
      *> - 枠を倍にするたび、今の並びのシードxを
      *> -   「x, 倍の枠の数 + 1 - x」の2つに割る
      *> -   (1,2 → 1,4,2,3 → 1,8,4,5,2,7,3,6 …)
      *> -   後ろから割れば、まだ割っていない前の方を
      *> -   踏まずにすむ
      *> ---------------------------------------------------------
           INITIALIZE SO-TBL
           MOVE 1 TO SO(1)
           MOVE 1 TO WS-SO-SIZE
           PERFORM UNTIL WS-SO-SIZE >= WS-BRACKET
             PERFORM VARYING K FROM WS-SO-SIZE BY -1 UNTIL K < 1
               MOVE SO(K) TO SO(K * 2 - 1)
               COMPUTE SO(K * 2) =
                   WS-SO-SIZE * 2 + 1 - SO(K * 2 - 1)
             END-PERFORM
             MULTIPLY 2 BY WS-SO-SIZE
           END-PERFORM.

       PROMOTE-WINNER.
      *> ---------------------------------------------------------
      *> - WS-POSの試合の勝者を次の回戦の試合へ進める
      *> -   (奇数番の試合の勝者がA側、偶数番がB側)
      *> - 次の試合の日付は、2人のうち後から勝ち上がった
      *> -   方の決着の日(WS-WIN-DATE)にそろえる
      *> - 決勝の勝者は優勝のため何もしない
      *> ---------------------------------------------------------
           IF CT-ROUND(WS-POS) >= WS-LAST-ROUND THEN
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-ROUND = CT-ROUND(WS-POS) + 1
           DIVIDE CT-TIE(WS-POS) BY 2
             GIVING WS-HALF REMAINDER WS-ODD
           COMPUTE WS-NEXT-TIE = WS-HALF + WS-ODD

           MOVE 0 TO WS-NEXT
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-CT-CNT OR WS-NEXT NOT = 0
             IF CT-ROUND(K) = WS-NEXT-ROUND
                AND CT-TIE(K) = WS-NEXT-TIE THEN
               MOVE K TO WS-NEXT
             END-IF
           END-PERFORM
           IF WS-NEXT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           IF WS-ODD = 1 THEN
             MOVE CT-WINNER(WS-POS) TO CT-NAME-A(WS-NEXT)
           ELSE
             MOVE CT-WINNER(WS-POS) TO CT-NAME-B(WS-NEXT)
           END-IF
           IF CT-DATE(WS-NEXT) = SPACE
              OR WS-WIN-DATE > CT-DATE(WS-NEXT) THEN
             MOVE WS-WIN-DATE TO CT-DATE(WS-NEXT)
           END-IF.

       ADVANCE-WINNERS.
      *> ---------------------------------------------------------
      *> - 対戦待ちの試合ごとに、結果の控えから勝者を
      *> -   探して次の回戦へ進める
      *> - 表は回戦の順に並んでいるため、1回の実行で
      *> -   決勝まで続けて進められる
      *> ---------------------------------------------------------
           IF WS-CT-CNT = 0 THEN
             DISPLAY "組み合わせ(CUP.TXT)がありません。"
             EXIT PARAGRAPH
           END-IF

           PERFORM READ-RESULTS

           MOVE 0 TO WS-ADV-CNT
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-CT-CNT
             IF CT-WINNER(WS-POS) = SPACE
                AND CT-NAME-A(WS-POS) NOT = SPACE
                AND CT-NAME-B(WS-POS) NOT = SPACE THEN
               PERFORM FIND-TIE-RESULT
               IF WS-WIN-NAME NOT = SPACE THEN
                 MOVE WS-WIN-NAME TO CT-WINNER(WS-POS)
                 ADD 1 TO WS-ADV-CNT
                 MOVE CT-ROUND(WS-POS) TO I
                 PERFORM SET-ROUND-TXT
                 DISPLAY WS-ROUND-TXT " 第" CT-TIE(WS-POS)
                     WITH NO ADVANCING
                 DISPLAY "試合 「" WS-WIN-NAME
                     WITH NO ADVANCING
                 DISPLAY "」の勝ち"
                 PERFORM PROMOTE-WINNER
               END-IF
             END-IF
           END-PERFORM

           IF WS-ADV-CNT = 0 THEN
             DISPLAY "新しく決着した試合はありません。"
           ELSE
             PERFORM WRITE-CUP
             MOVE "CUPADV" TO WS-OPS-ACTION
             MOVE SPACE    TO WS-OPS-DETAIL
             STRING "カップ戦の勝ち上がり " DELIMITED BY SIZE
                    WS-ADV-CNT DELIMITED BY SIZE
                    "試合" DELIMITED BY SIZE
               INTO WS-OPS-DETAIL
             PERFORM WRITE-OPS-LOG
           END-IF
           PERFORM PRINT-DRAW-SHEET.

       READ-RESULTS.
      *> ＠ ADVANCE-WINNERS内での処理です
      *> ---------------------------------------------------------
      *> - 結果の控えのうち、カップ戦の部屋の行だけを
      *> -   読み込む
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
                   MOVE "N" TO WS-CUP-ROOM
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-CT-CNT OR WS-CUP-ROOM = "Y"
                     IF CT-ROOM(K) = RS-ROOM THEN
                       MOVE "Y" TO WS-CUP-ROOM
                     END-IF
                   END-PERFORM
                   IF WS-CUP-ROOM = "Y" THEN
                     ADD 1 TO WS-RS-CNT
                     MOVE RS-DATE TO RT-DATE(WS-RS-CNT)
                     MOVE RS-ROOM TO RT-ROOM(WS-RS-CNT)
                     MOVE RS-NAME TO RT-NAME(WS-RS-CNT)
                     MOVE RS-MARK TO RT-MARK(WS-RS-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-TIE-RESULT.
      *> ＠ ADVANCE-WINNERS内での処理です
      *> ---------------------------------------------------------
      *> - WS-POSの試合の部屋で、その試合の日付以降に
      *> -   2人のどちらかが勝った最初の行を探し、
      *> -   勝者をWS-WIN-NAME、決着の日をWS-WIN-DATEへ
      *> -   返す(無ければWS-WIN-NAMEは空白)
      *> - 2人以外が勝った行は親善試合として数えない
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-WIN-NAME
           MOVE SPACE TO WS-WIN-DATE
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > WS-RS-CNT OR WS-WIN-NAME NOT = SPACE
             IF RT-MARK(J) = "W"
                AND RT-ROOM(J) = CT-ROOM(WS-POS)
                AND RT-DATE(J) NOT < CT-DATE(WS-POS)
                AND (RT-NAME(J) = CT-NAME-A(WS-POS)
                     OR RT-NAME(J) = CT-NAME-B(WS-POS)) THEN
               MOVE RT-NAME(J) TO WS-WIN-NAME
               MOVE RT-DATE(J) TO WS-WIN-DATE
             END-IF
           END-PERFORM.

       SET-ROUND-TXT.
      *> ---------------------------------------------------------
      *> - I回戦の呼び名をWS-ROUND-TXTへ入れる
      *> -   (最後から順に決勝・準決勝・準々決勝)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-ROUND-TXT
           EVALUATE TRUE
             WHEN I = WS-LAST-ROUND
               MOVE "決勝" TO WS-ROUND-TXT
             WHEN I + 1 = WS-LAST-ROUND
               MOVE "準決勝" TO WS-ROUND-TXT
             WHEN I + 2 = WS-LAST-ROUND
               MOVE "準々決勝" TO WS-ROUND-TXT
             WHEN OTHER
               STRING "第"     DELIMITED BY SIZE
                      I(3:2)   DELIMITED BY SIZE
                      "回戦"   DELIMITED BY SIZE
                 INTO WS-ROUND-TXT
           END-EVALUATE.

       PRINT-DRAW-SHEET.
      *> ---------------------------------------------------------
      *> - 全回戦の組み合わせ・結果・対戦待ちの試合を
      *> -   組み合わせ表(CUPDRAW.TXT)へ書き出す
      *> ---------------------------------------------------------
           IF WS-CT-CNT = 0 THEN
             DISPLAY "組み合わせ(CUP.TXT)がありません。"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DONE-CNT
           MOVE 0 TO WS-WAIT-CNT
           MOVE 0 TO WS-PAGE-NUM
           OPEN OUTPUT REPORT-FILE
           PERFORM RPT-NEW-PAGE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LAST-ROUND
             PERFORM SET-ROUND-TXT
             MOVE SPACE TO WS-RPT-LINE
             STRING "■ "         DELIMITED BY SIZE
                    WS-ROUND-TXT DELIMITED BY SPACE
               INTO WS-RPT-LINE
             PERFORM RPT-WRITE
             PERFORM VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > WS-CT-CNT
               IF CT-ROUND(WS-POS) = I THEN
                 PERFORM PRINT-ONE-TIE
               END-IF
             END-PERFORM
             PERFORM RPT-BLANK
           END-PERFORM

      *>     決勝の勝者は表の最後の試合
           MOVE SPACE TO WS-RPT-LINE
           IF CT-WINNER(WS-CT-CNT) NOT = SPACE THEN
             STRING "■ 優勝 「"  DELIMITED BY SIZE
                    CT-WINNER(WS-CT-CNT)
                                 DELIMITED BY SPACE
                    "」"         DELIMITED BY SIZE
               INTO WS-RPT-LINE
           ELSE
             STRING "  決着 "    DELIMITED BY SIZE
                    WS-DONE-CNT  DELIMITED BY SIZE
                    "試合 / 対戦待ち " DELIMITED BY SIZE
                    WS-WAIT-CNT  DELIMITED BY SIZE
                    "試合"       DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-IF
           PERFORM RPT-WRITE
           PERFORM RPT-CLOSE-PAGE
           CLOSE REPORT-FILE

           DISPLAY "*** 組み合わせ表を出力しました ***"
           DISPLAY WS-RPT-PATH.

       PRINT-ONE-TIE.
      *> ＠ PRINT-DRAW-SHEET内での処理です
      *> ---------------------------------------------------------
      *> - WS-POSの試合を1行書く
      *> -   まだ勝ち上がりが決まっていない側は(未定)
      *> ---------------------------------------------------------
           MOVE CT-NAME-A(WS-POS) TO WS-SIDE-A
           MOVE CT-NAME-B(WS-POS) TO WS-SIDE-B
           IF WS-SIDE-A = SPACE THEN
             MOVE "(未定)" TO WS-SIDE-A
           END-IF
           IF WS-SIDE-B = SPACE THEN
             IF CT-ROUND(WS-POS) = 1 THEN
               MOVE "(不戦勝)" TO WS-SIDE-B
             ELSE
               MOVE "(未定)" TO WS-SIDE-B
             END-IF
           END-IF

           MOVE SPACE TO WS-STATE-TXT
           EVALUATE TRUE
             WHEN CT-WINNER(WS-POS) NOT = SPACE
               ADD 1 TO WS-DONE-CNT
               STRING "「"          DELIMITED BY SIZE
                      CT-WINNER(WS-POS)
                                    DELIMITED BY SPACE
                      "」の勝ち"    DELIMITED BY SIZE
                 INTO WS-STATE-TXT
             WHEN CT-NAME-A(WS-POS) NOT = SPACE
              AND CT-NAME-B(WS-POS) NOT = SPACE
               ADD 1 TO WS-WAIT-CNT
               STRING "対戦待ち("    DELIMITED BY SIZE
                      CT-DATE(WS-POS) DELIMITED BY SIZE
                      "以降)"       DELIMITED BY SIZE
                 INTO WS-STATE-TXT
             WHEN OTHER
               MOVE "勝ち上がり待ち" TO WS-STATE-TXT
           END-EVALUATE

           MOVE SPACE TO WS-RPT-LINE
           STRING "  第"         DELIMITED BY SIZE
                  CT-TIE(WS-POS) DELIMITED BY SIZE
                  "試合 ["       DELIMITED BY SIZE
                  CT-ROOM(WS-POS) DELIMITED BY SIZE
                  "] "           DELIMITED BY SIZE
                  WS-SIDE-A      DELIMITED BY SIZE
                  " 対 "         DELIMITED BY SIZE
                  WS-SIDE-B      DELIMITED BY SIZE
                  " : "          DELIMITED BY SIZE
                  WS-STATE-TXT   DELIMITED BY SIZE
             INTO WS-RPT-LINE
           PERFORM RPT-WRITE.

       RPT-WRITE.
      *> ---------------------------------------------------------
      *> - WS-RPT-LINEの1行を組み合わせ表へ書く
      *> - ページの行数を使い切っていたら、埋めて
      *> -   次のページの見出しを書いてから続ける
      *> -   (MONTH-REPORTと同じやり方)
      *> ---------------------------------------------------------
           IF WS-LINE-CNT >= PAGE-LINES THEN
             PERFORM RPT-NEW-PAGE
           END-IF
           MOVE WS-RPT-LINE TO RPT-REC
           WRITE RPT-REC
           ADD 1 TO WS-LINE-CNT
           MOVE SPACE TO WS-RPT-LINE.

       RPT-BLANK.
      *> ---------------------------------------------------------
      *> - 空行を1行書く
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-RPT-LINE
           PERFORM RPT-WRITE.

       RPT-NEW-PAGE.
      *> ---------------------------------------------------------
      *> - ページの見出し(題・作成日・ページ番号)を書く
      *> -   2ページ目からは前のページを空行で
      *> -   PAGE-LINES行まで埋めてから
      *> ---------------------------------------------------------
           PERFORM RPT-CLOSE-PAGE
           ADD 1 TO WS-PAGE-NUM
           MOVE 0 TO WS-LINE-CNT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO RPT-REC
           STRING "しりとり カップ戦 組み合わせ表"
                                 DELIMITED BY SIZE
                  "   作成 "     DELIMITED BY SIZE
                  WS-DATE        DELIMITED BY SIZE
                  "   PAGE "     DELIMITED BY SIZE
                  WS-PAGE-NUM    DELIMITED BY SIZE
             INTO RPT-REC
           WRITE RPT-REC
           MOVE ALL "-" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACE TO RPT-REC
           WRITE RPT-REC
           ADD 3 TO WS-LINE-CNT.

       RPT-CLOSE-PAGE.
      *> ---------------------------------------------------------
      *> - いまのページの残りを空行で埋める
      *> -   (まだ1ページも書いていなければ何もしない)
      *> ---------------------------------------------------------
           IF WS-PAGE-NUM = 0 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINE-CNT >= PAGE-LINES
             MOVE SPACE TO RPT-REC
             WRITE RPT-REC
             ADD 1 TO WS-LINE-CNT
           END-PERFORM.

       WRITE-OPS-LOG.
      *> ---------------------------------------------------------
      *> - WS-OPS-ACTION/WS-OPS-DETAILの操作を、共通の
      *> -   操作記録へ追記する(SHIRITORI.CBLの
      *> -   WRITE-OPS-LOGと同じやり方。部屋の欄は空白)
      *> ---------------------------------------------------------
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING WS-DATE      DELIMITED BY SIZE
                  WS-TIME(1:6) DELIMITED BY SIZE
             INTO WS-STAMP
           MOVE WS-STAMP      TO OL-STAMP
           MOVE WS-OPR-NAME   TO OL-NAME
           MOVE SPACE         TO OL-ROOM
           MOVE WS-OPS-ACTION TO OL-ACTION
           MOVE WS-OPS-DETAIL TO OL-DETAIL
           OPEN EXTEND OPS-LOG
           WRITE OL-REC
           CLOSE OPS-LOG.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、読み書きするファイルの
      *> -   パスを組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CUP-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "CUP.TXT"       DELIMITED BY SIZE
             INTO WS-CUP-PATH
           MOVE SPACE TO WS-ENTRY-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "CUPENTRY.TXT"  DELIMITED BY SIZE
             INTO WS-ENTRY-PATH
           MOVE SPACE TO WS-PLAYER-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "PLAYERS.DAT"   DELIMITED BY SIZE
             INTO WS-PLAYER-PATH
           MOVE SPACE TO WS-RESULT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "RESULTS.TXT"   DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-RPT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "CUPDRAW.TXT"   DELIMITED BY SIZE
             INTO WS-RPT-PATH
           MOVE SPACE TO WS-OPS-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  "OPSLOG.TXT"    DELIMITED BY SIZE
             INTO WS-OPS-PATH.

       COPY "CONFIG-PROC.CBF".

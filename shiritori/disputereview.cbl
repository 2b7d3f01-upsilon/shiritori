       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      DISPUTE-REVIEW.
      * 物言い(CHALLENGE)のついた単語を辞書係が裁定する
      * ためのユーティリティ。部屋の投票で締め切られて
      * DISPUTES.DATへ溜まった裁定待ちの物言いを1件ずつ
      * 示し、認める(単語を却下する)か退けるかを決める。
      * 認めた単語は部屋のS-FILEから取り除いて詰め直し
      * (CHAIN-CHECKの修復と同じ守り方)、書いた人の成績
      * からUNDOと同じ戻し方で点を引く差分を成績の
      * 差分(STATSJNL.DAT)へ追記し、以後は
      * CHECK-WORDが通さないよう却下語の一覧へ載せる。
      * 裁定はすべて操作記録(OPSLOG)に残す
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    部屋(ROOM)のファイルも扱えるよう、
      *    パスは実行時に組み立てる
        SELECT OPTIONAL S-FILE ASSIGN TO DYNAMIC WS-S-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-S-ST.

      *    単語ごとの日時刻印。S-FILEと同じW-NUMで
      *    並び持ちされている(SHIRITORI.CBLと同じ)
        SELECT OPTIONAL STAMP-FILE ASSIGN TO DYNAMIC WS-STAMP-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-STAMP-ST.

      *    「表記/よみ」の表記。S-FILEと同じW-NUMで
      *    並び持ちされている(SHIRITORI.CBLと同じ)
        SELECT OPTIONAL KANJI-FILE ASSIGN TO DYNAMIC WS-KANJI-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-KANJI-ST.

      *    点を戻す時のお題の加点を決めるため、
      *    部屋のいまのお題を読む
        SELECT OPTIONAL TOPIC-MARKER ASSIGN TO DYNAMIC WS-TOPIC-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    もう新規ゲームで退避された単語のお題は、
      *    終わったゲームの登録簿から引く
        SELECT OPTIONAL GAME-FILE ASSIGN TO DYNAMIC WS-GAME-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    成績の差分(登録簿へはPLAYER-POSTが反映する)
        SELECT OPTIONAL STATS-JNL ASSIGN TO DYNAMIC WS-SJNL-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    物言いの控え(SHIRITORIが投票を締め切った時に
      *    追記する)
        SELECT OPTIONAL DISPUTE-FILE
          ASSIGN TO DYNAMIC WS-DISPUTE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    物言いが認められて却下された単語の一覧
      *    (SHIRITORIのCHECK-WORDが読む)
        SELECT OPTIONAL REJECT-LIST
          ASSIGN TO DYNAMIC WS-REJECT-PATH
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
       FD S-FILE.
       COPY "S-FILE.CBF".

       FD STAMP-FILE.
       COPY "STAMP-FILE.CBF".

       FD KANJI-FILE.
       COPY "KANJI-FILE.CBF".

       FD TOPIC-MARKER.
       COPY "TOPIC-MARKER.CBF".

       FD GAME-FILE.
       COPY "GAME-REC.CBF".

       FD STATS-JNL.
       01 SJ-LINE       PIC X(177).

       FD DISPUTE-FILE.
       COPY "DISPUTE-REC.CBF".

       FD REJECT-LIST.
       01 RJ-REC        PIC X(50).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 W-NUM         PIC 9(07) VALUE 1.

      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

      * 部屋(ROOM)ごとのファイルのパス。空白の部屋では
      * 従来どおりの共用ファイルをそのまま使う
      * (BUILD-ROOM-PATHSが設定の置き場所から組み立てる)
       01 WS-ROOM-NAME    PIC X(20) VALUE SPACE.
       01 WS-S-PATH       PIC X(120).
       01 WS-STAMP-PATH   PIC X(120).
       01 WS-KANJI-PATH   PIC X(120).
       01 WS-TOPIC-PATH   PIC X(120).
       01 WS-GAME-PATH    PIC X(120).
       01 WS-SJNL-PATH    PIC X(120).
       01 WS-DISPUTE-PATH PIC X(120).
       01 WS-REJECT-PATH  PIC X(120).
       01 WS-OPS-PATH     PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-STAMP-ST   PIC X(02) VALUE "00".
       01 WS-KANJI-ST   PIC X(02) VALUE "00".

      * 文字列分割用のテーブル(SHIRITORI.CBLと同じ)
       01 STR-TMP2.
           02 D         PIC X(02) OCCURS 25 INDEXED BY Q.

      * SHIRITORI.CBLと共有するテーブル定義
       COPY "LOG-TBL.CBF".

      * 物言いの控えの中身(DP-RECのまま並べて持つ)
      * (上限を超えた分は読み込まず、書き戻しもしない
      *  ため、保存はせずに打ち切る)
       78 DISPUTE-MAX VALUE 9999.
       01 DISPUTE-TBL.
           02 DS-CNT    PIC 9(04) VALUE 0.
           02 DS-REC    PIC X(185) OCCURS 9999.
       01 DX            PIC 9(04).
       01 WS-DS-READ    PIC 9(04).
       01 WS-DS-OVER    PIC X VALUE "N".

      * 裁定の受け付け
       01 WS-CMD        PIC X(02).
       01 WS-DONE       PIC X VALUE "N".
       01 WS-PEND-CNT   PIC 9(04) VALUE 0.
       01 WS-UPHOLD-CNT PIC 9(04) VALUE 0.
       01 WS-REJECT-CNT PIC 9(04) VALUE 0.

      * 却下する単語の、いまの記録の中での位置
      * (0=もう記録に無い)と、詰め直し用
       01 WS-POS        PIC 9(07).
       01 WS-END        PIC 9(07).
       01 WS-SEQ        PIC 9(07).
       01 WS-STRIKE-OK  PIC X.
       01 WS-LISTED     PIC X.

      * 点を戻す計算用(SHIRITORI.CBLのCALC-WORD-SCOREと
      * 同じ点の付け方)
       78 HARD-CHAR-BONUS VALUE 5.
       78 TOPIC-BONUS     VALUE 3.
       01 WS-TOPIC-MODE  PIC X(01) VALUE "0".
           88 TOPIC-FOOD     VALUE "1".
       01 WS-SCORE-WORD  PIC X(50).
       01 WS-WORD-SCORE  PIC 9(04).
       01 WK-LEN         PIC 9(02).

      * コンピュータ対戦の予約名(成績登録簿には
      * 載らないため、点は戻さない)
       78 CPU-NAME VALUE "コンピュータ".

      * 成績の差分(1件ぶんの組み立て領域)
       COPY "PLAYER-TXN.CBF".

      * 共通の操作記録(OPSLOG)への書き込み用
      * (誰が裁定したのかを残すため、辞書係の名前を聞く)
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
           PERFORM LOAD-DISPUTES

           MOVE 0 TO WS-PEND-CNT
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DS-CNT
             MOVE DS-REC(DX) TO DP-REC
             IF DP-STATUS = "P" THEN
               ADD 1 TO WS-PEND-CNT
             END-IF
           END-PERFORM
           IF WS-PEND-CNT = 0 THEN
             DISPLAY "裁定待ちの物言いはありません。"
             STOP RUN
           END-IF
           DISPLAY "裁定待ちの物言い " WS-PEND-CNT "件。"

           PERFORM VARYING DX FROM 1 BY 1
               UNTIL DX > DS-CNT OR WS-DONE = "Y"
             MOVE DS-REC(DX) TO DP-REC
             IF DP-STATUS = "P" THEN
               PERFORM SHOW-DISPUTE
               PERFORM ASK-RULING
             END-IF
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "*** 認めた " WS-UPHOLD-CNT "件 / "
               WITH NO ADVANCING
           DISPLAY "退けた " WS-REJECT-CNT "件 ***"
           STOP RUN.

       INPUT-OPERATOR.
      *> ---------------------------------------------------------
      *> - 裁定した時に、誰がやったのかを操作記録と
      *> -   物言いの控えに残せるよう辞書係の名前を聞く
      *> ---------------------------------------------------------
           DISPLAY "辞書係の名前を入力してください。"
           ACCEPT WS-OPR-NAME
           IF WS-OPR-NAME = SPACE THEN
             MOVE DEFAULT-NAME TO WS-OPR-NAME
           END-IF.

       SHOW-DISPUTE.
      *> ---------------------------------------------------------
      *> - DP-RECの物言いを1件表示する
      *> ---------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "「" DP-WORD "」" WITH NO ADVANCING
           IF DP-ROOM NOT = SPACE THEN
             DISPLAY " [" DP-ROOM "]" WITH NO ADVANCING
           END-IF
           DISPLAY " " DP-NUM "番目"
           DISPLAY "  書いた人:" DP-AUTHOR WITH NO ADVANCING
           DISPLAY " 物言い:" DP-CHALLENGER
           DISPLAY "  日時:" DP-STAMP(1:8) "_" DP-STAMP(9:6)
               WITH NO ADVANCING
           DISPLAY " 投票 認めない" DP-YES " 認める" DP-NO
               WITH NO ADVANCING
           IF DP-VOTE = "Y" THEN
             DISPLAY " (認めないが多数)"
           ELSE
             DISPLAY " (認めるが多数)"
           END-IF.

       ASK-RULING.
      *> ---------------------------------------------------------
      *> - 表示した物言いの裁定を聞いて実行する
      *> -   U:物言いを認める(単語を却下する)
      *> -   R:物言いを退ける(単語はそのまま)
      *> -   S:あとで裁定する  Q:ここで終わる
      *> ---------------------------------------------------------
           DISPLAY "U:物言いを認める(却下)" WITH NO ADVANCING
           DISPLAY "  R:退ける  S:あとで  Q:終わる"
           ACCEPT WS-CMD
           EVALUATE WS-CMD
             WHEN "U" WHEN "u"
               PERFORM UPHOLD-DISPUTE
             WHEN "R" WHEN "r"
               PERFORM REJECT-DISPUTE
             WHEN "Q" WHEN "q"
               MOVE "Y" TO WS-DONE
             WHEN OTHER
               DISPLAY "(あとで裁定します)"
           END-EVALUATE.

       UPHOLD-DISPUTE.
      *> ---------------------------------------------------------
      *> - 物言いを認める
      *> -   ・まだ部屋の記録に残っていれば取り除いて
      *> -     詰め直す(詰め直せなければ裁定しない)
      *> -   ・書いた人の成績から、その単語の分を
      *> -     UNDOと同じ戻し方で引く
      *> -   ・却下語の一覧へ載せる
      *> ---------------------------------------------------------
           MOVE DP-ROOM TO WS-ROOM-NAME
           PERFORM BUILD-ROOM-PATHS

           MOVE 1 TO W-NUM
           INITIALIZE LOG-TBL
           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE
           MOVE W-NUM TO WS-END

           PERFORM FIND-WORD-POS
           IF WS-POS NOT = 0 THEN
             PERFORM STRIKE-WORD
             IF WS-STRIKE-OK = "N" THEN
               EXIT PARAGRAPH
             END-IF
             PERFORM READ-TOPIC-MARKER
           ELSE
             DISPLAY "(もう新規ゲームで退避されて"
                 WITH NO ADVANCING
             DISPLAY "いるため記録からは取り除きません)"
             PERFORM FIND-GAME-TOPIC
           END-IF

           PERFORM UNDO-PLAYER-STATS
           PERFORM ADD-REJECT-WORD

           MOVE "U" TO DP-STATUS
           PERFORM SAVE-RULING
           ADD 1 TO WS-UPHOLD-CNT
           DISPLAY "*** 「" DP-WORD "」を却下しました ***"

           MOVE "UPHOLD" TO WS-OPS-ACTION
           MOVE SPACE    TO WS-OPS-DETAIL
           STRING "「"          DELIMITED BY SIZE
                  DP-WORD       DELIMITED BY SPACE
                  "」("         DELIMITED BY SIZE
                  DP-AUTHOR     DELIMITED BY SPACE
                  ")を却下 "    DELIMITED BY SIZE
                  WS-WORD-SCORE DELIMITED BY SIZE
                  "点を戻し"    DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       REJECT-DISPUTE.
      *> ---------------------------------------------------------
      *> - 物言いを退ける(記録も成績も触らない)
      *> ---------------------------------------------------------
           MOVE DP-ROOM TO WS-ROOM-NAME
           MOVE "R" TO DP-STATUS
           PERFORM SAVE-RULING
           ADD 1 TO WS-REJECT-CNT
           DISPLAY "*** 「" DP-WORD "」への物言いを"
               WITH NO ADVANCING
           DISPLAY "退けました ***"

           MOVE "REJECT" TO WS-OPS-ACTION
           MOVE SPACE    TO WS-OPS-DETAIL
           STRING "「"           DELIMITED BY SIZE
                  DP-WORD        DELIMITED BY SPACE
                  "」("          DELIMITED BY SIZE
                  DP-AUTHOR      DELIMITED BY SPACE
                  ")への物言い(" DELIMITED BY SIZE
                  DP-CHALLENGER  DELIMITED BY SPACE
                  ")を退け"      DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       FIND-WORD-POS.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - 却下する単語が、いまの記録の何番目にあるかを
      *> -   WS-POSへ返す(0=もう記録に無い)
      *> - 物言いの後にUNDOや修復で詰め直されて番号が
      *> -   ずれていることもあるため、番号で見つから
      *> -   なければ単語・書いた人・日時刻印で探す
      *> ---------------------------------------------------------
           MOVE 0 TO WS-POS
           IF DP-NUM > 0 AND DP-NUM < W-NUM THEN
             IF L-WORD(DP-NUM) = DP-WORD
                AND L-NAME(DP-NUM) = DP-AUTHOR
                AND L-STAMP(DP-NUM) = DP-WORD-STAMP THEN
               MOVE DP-NUM TO WS-POS
               EXIT PARAGRAPH
             END-IF
           END-IF

           PERFORM VARYING I FROM 1 BY 1
               UNTIL I = W-NUM OR WS-POS NOT = 0
             IF L-WORD(I) = DP-WORD
                AND L-NAME(I) = DP-AUTHOR
                AND L-STAMP(I) = DP-WORD-STAMP THEN
               SET WS-POS TO I
             END-IF
           END-PERFORM.

       STRIKE-WORD.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - WS-POSの単語を取り除き、残りを1番から
      *> -   詰め直してS-FILEへ書き戻す
      *> - 切り詰める直前に、読み込み後に誰かが
      *> -   書き込んでいないか確認する
      *> -   (CHAIN-CHECKのREPAIR-FILEと同じ守り方)
      *> - 書き戻せた時だけWS-STRIKE-OK="Y"
      *> ---------------------------------------------------------
           MOVE "N" TO WS-STRIKE-OK
           OPEN I-O S-FILE
           READ S-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-S-ST = "00" THEN
                 DISPLAY "!! 読み込み後に誰かが"
                     WITH NO ADVANCING
                 DISPLAY "書き込んだため" WITH NO ADVANCING
                 DISPLAY "裁定を中止しました。"
                 DISPLAY "もう一度お試しください。"
                 CLOSE S-FILE
                 EXIT PARAGRAPH
               END-IF
           END-READ
           CLOSE S-FILE

           OPEN OUTPUT S-FILE
           OPEN OUTPUT STAMP-FILE
           OPEN OUTPUT KANJI-FILE
           MOVE 0 TO WS-SEQ
           MOVE W-NUM TO WS-END
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-END
             IF I NOT = WS-POS THEN
               ADD 1 TO WS-SEQ
               MOVE WS-SEQ      TO W-NUM
               MOVE L-WORD(I)   TO S-WORD
               MOVE L-NAME(I)   TO S-NAME
               WRITE S-REC
      *>       並び持ちの日時刻印も同じ位置へ詰め直す
               MOVE L-STAMP(I)  TO ST-STAMP
               WRITE ST-REC
      *>       表記も同じ位置へ詰め直す
               MOVE L-KANJI(I)  TO KJ-WORD
               WRITE KJ-REC
             END-IF
           END-PERFORM
           CLOSE S-FILE
           CLOSE STAMP-FILE
           CLOSE KANJI-FILE
           MOVE "Y" TO WS-STRIKE-OK
           DISPLAY "(記録から取り除き、" WS-SEQ "語に"
               WITH NO ADVANCING
           DISPLAY "詰め直しました)".

       UNDO-PLAYER-STATS.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - 却下した単語の分だけ、書いた人の成績
      *> -   (合計単語数・得点・最長記録)を元に戻す
      *> -   差分を成績の差分へ追記する
      *> -   (SHIRITORI.CBLのUNDO-PLAYER-STATSと同じ
      *> -    戻し方。ヒントの減点はゲームの中でしか
      *> -    分からないため、減点のない点で戻す)
      *> - 最長記録がその単語だった時の戻し先として、
      *> -   部屋の残りの記録から選び直した最長の単語を
      *> -   添える(UNDOと同じ範囲)
      *> - 書いた人が登録簿にいなければ、PLAYER-POSTが
      *> -   却下の控えへ回す
      *> ---------------------------------------------------------
           MOVE DP-WORD TO WS-SCORE-WORD
           PERFORM CALC-WORD-SCORE
           IF DP-AUTHOR = CPU-NAME THEN
             MOVE 0 TO WS-WORD-SCORE
             EXIT PARAGRAPH
           END-IF

           INITIALIZE PX-REC
           MOVE DP-AUTHOR     TO PX-NAME
           MOVE "D"           TO PX-KIND
           MOVE DP-ROOM       TO PX-ROOM
           MOVE 1             TO PX-WORDS
           MOVE WS-WORD-SCORE TO PX-POINTS
           MOVE DP-WORD       TO PX-WORD
           MOVE 0 TO WK-LEN
           INSPECT DP-WORD TALLYING WK-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE WK-LEN        TO PX-LEN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-END
             IF L-NAME(I) = DP-AUTHOR
                AND I NOT = WS-POS THEN
               MOVE 0 TO WK-LEN
               INSPECT L-WORD(I) TALLYING WK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF WK-LEN > PX-NEW-LEN THEN
                 MOVE L-WORD(I) TO PX-NEW-WORD
                 MOVE WK-LEN    TO PX-NEW-LEN
               END-IF
             END-IF
           END-PERFORM

           PERFORM BUILD-STAMP
           MOVE WS-STAMP TO PX-STAMP
           OPEN EXTEND STATS-JNL
           WRITE SJ-LINE FROM PX-REC
           CLOSE STATS-JNL
           DISPLAY "(" DP-AUTHOR "さんの成績から"
               WITH NO ADVANCING
           DISPLAY WS-WORD-SCORE "点を戻す差分を"
               WITH NO ADVANCING
           DISPLAY "記録しました)".

       CALC-WORD-SCORE.
      *> ---------------------------------------------------------
      *> - WS-SCORE-WORDの1語ぶんの得点を求める
      *> -   (SHIRITORI.CBLのCALC-WORD-SCOREと同じ点の
      *> -    付け方。お題はWS-TOPIC-MODEで受け取る)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-WORD-SCORE
           INSPECT WS-SCORE-WORD TALLYING WS-WORD-SCORE
             FOR CHARACTERS BEFORE INITIAL SPACE

           MOVE WS-SCORE-WORD TO STR-TMP2
           EVALUATE D(1)
             WHEN "る"  WHEN "ず"  WHEN "づ"  WHEN "ぬ"
             WHEN "ぷ"  WHEN "ぴ"  WHEN "ぺ"  WHEN "ぜ"
             WHEN "ぞ"
               ADD HARD-CHAR-BONUS TO WS-WORD-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF TOPIC-FOOD THEN
             ADD TOPIC-BONUS TO WS-WORD-SCORE
           END-IF.

       READ-TOPIC-MARKER.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - まだ記録に残っていた単語は、部屋のいまの
      *> -   お題で点が付いている
      *> ---------------------------------------------------------
           MOVE "0" TO WS-TOPIC-MODE
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TOPIC-MARKER
           READ TOPIC-MARKER
             AT END SET EOF TO TRUE
             NOT AT END
               MOVE TM-MODE TO WS-TOPIC-MODE
           END-READ
           CLOSE TOPIC-MARKER
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-GAME-TOPIC.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - もう退避された単語は、終わったゲームの登録簿
      *> -   から、同じ部屋でその単語の日時刻印を含む
      *> -   ゲームを探してお題を決める(見つからなければ
      *> -   通常のお題とみなす)
      *> ---------------------------------------------------------
           MOVE "0" TO WS-TOPIC-MODE
           IF DP-WORD-STAMP = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-FILE
           PERFORM UNTIL EOF
             READ GAME-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF GM-ROOM = DP-ROOM
                    AND GM-START NOT = SPACE
                    AND GM-START NOT > DP-WORD-STAMP
                    AND GM-END NOT < DP-WORD-STAMP THEN
                   MOVE GM-TOPIC TO WS-TOPIC-MODE
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       ADD-REJECT-WORD.
      *> ＠ UPHOLD-DISPUTE内での処理です
      *> ---------------------------------------------------------
      *> - 却下語の一覧にまだ無ければ追記する
      *> ---------------------------------------------------------
           MOVE "N" TO WS-LISTED
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT REJECT-LIST
           PERFORM UNTIL EOF
             READ REJECT-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RJ-REC = DP-WORD THEN
                   MOVE "Y" TO WS-LISTED
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REJECT-LIST
           MOVE LOW-VALUE TO EOF-FLG
           IF WS-LISTED = "Y" THEN
             EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REJECT-LIST
           MOVE DP-WORD TO RJ-REC
           WRITE RJ-REC
           CLOSE REJECT-LIST.

       SAVE-RULING.
      *> ---------------------------------------------------------
      *> - DP-RECに裁定した辞書係と日時を入れて表へ
      *> -   戻し、物言いの控えを書き戻す
      *> - 裁定している間にもゲームが締め切った物言いを
      *> -   追記しているかもしれないため、書き戻す直前に
      *> -   読み直して、増えた分を表の後ろへ足す
      *> -   (控えは追記だけのため、読み込み済みの件数
      *> -    より後ろが新しい分)
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE WS-OPR-NAME TO DP-KEEPER
           MOVE WS-STAMP    TO DP-RULED
           MOVE DP-REC      TO DS-REC(DX)

           MOVE 0 TO WS-DS-READ
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL EOF
             READ DISPUTE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-DS-READ
                 IF WS-DS-READ > DS-CNT THEN
                   IF DS-CNT < DISPUTE-MAX THEN
                     ADD 1 TO DS-CNT
                     MOVE DP-REC TO DS-REC(DS-CNT)
                   ELSE
                     MOVE "Y" TO WS-DS-OVER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-DS-OVER = "Y" THEN
             DISPLAY "!! 物言いの控えが" WITH NO ADVANCING
             DISPLAY DISPUTE-MAX WITH NO ADVANCING
             DISPLAY "件を超えたため書き戻せません。"
             DISPLAY "(裁定済みの物言いを" WITH NO ADVANCING
             DISPLAY "整理してください)"
             STOP RUN
           END-IF

           OPEN OUTPUT DISPUTE-FILE
           PERFORM VARYING WS-DS-READ FROM 1 BY 1
               UNTIL WS-DS-READ > DS-CNT
             MOVE DS-REC(WS-DS-READ) TO DP-REC
             WRITE DP-REC
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE DS-REC(DX) TO DP-REC.

       LOAD-DISPUTES.
      *> ---------------------------------------------------------
      *> - 物言いの控えを丸ごと表へ読み込む
      *> ---------------------------------------------------------
           MOVE 0 TO DS-CNT
           INITIALIZE DISPUTE-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT DISPUTE-FILE
           PERFORM UNTIL EOF
             READ DISPUTE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF DS-CNT >= DISPUTE-MAX THEN
                   DISPLAY "!! 物言いの控えが"
                       WITH NO ADVANCING
                   DISPLAY DISPUTE-MAX WITH NO ADVANCING
                   DISPLAY "件を超えたため" WITH NO ADVANCING
                   DISPLAY "裁定できません。"
                   DISPLAY "(裁定済みの物言いを"
                       WITH NO ADVANCING
                   DISPLAY "整理してください)"
                   STOP RUN
                 END-IF
                 ADD 1 TO DS-CNT
                 MOVE DP-REC TO DS-REC(DS-CNT)
             END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       F-READ.
      *     SHIRITORI.CBLのF-READと同じ読み方で
      *     S-FILE全体を読む
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STAMP-FILE
           OPEN INPUT KANJI-FILE
           PERFORM UNTIL EOF
             READ S-FILE
               INVALID KEY  SET EOF TO TRUE
               NOT INVALID KEY
                 IF WS-S-ST NOT = "00" THEN
      *>           ファイルそのものが無い時など
                   SET EOF TO TRUE
                 ELSE
                 IF W-NUM >= LOG-TBL-MAX THEN
                   DISPLAY "!! 記録できる語数が"
                       WITH NO ADVANCING
                   DISPLAY LOG-TBL-MAX
                       WITH NO ADVANCING
                   DISPLAY "語の上限に達しているため"
                       WITH NO ADVANCING
                   DISPLAY "それ以降は読み込みません。"
                   SET EOF TO TRUE
                 ELSE
                   MOVE S-WORD TO L-WORD(W-NUM)
                   MOVE S-NAME TO L-NAME(W-NUM)
                   PERFORM STAMP-READ
                   PERFORM KANJI-READ
                   ADD 1 TO W-NUM
                 END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STAMP-FILE
           CLOSE KANJI-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       STAMP-READ.
      *> ＠ F-READ内での処理です
      *> ---------------------------------------------------------
      *> - 同じW-NUMの位置の日時刻印を並び持ちの
      *> -   ファイルから読む(無ければ空白=日時不明)
      *> ---------------------------------------------------------
           MOVE SPACE TO L-STAMP(W-NUM)
           READ STAMP-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-STAMP-ST = "00" THEN
                 MOVE ST-STAMP TO L-STAMP(W-NUM)
               END-IF
           END-READ.

       KANJI-READ.
      *> ＠ F-READ内での処理です
      *> ---------------------------------------------------------
      *> - 同じW-NUMの位置の表記を並び持ちの
      *> -   ファイルから読む(無ければ空白=表記なし)
      *> ---------------------------------------------------------
           MOVE SPACE TO L-KANJI(W-NUM)
           READ KANJI-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-KANJI-ST = "00" THEN
                 MOVE KJ-WORD TO L-KANJI(W-NUM)
               END-IF
           END-READ.

       BUILD-ROOM-PATHS.
      *> ---------------------------------------------------------
      *> - WS-ROOM-NAMEの部屋のファイルのパスを
      *> -   組み立てる(空白なら共用の部屋)
      *> ---------------------------------------------------------
           IF WS-ROOM-NAME = SPACE THEN
             MOVE SPACE TO WS-S-PATH
             STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                     DELIMITED BY SIZE
                    "SHIRITORI.TXT"  DELIMITED BY SIZE
               INTO WS-S-PATH
             MOVE SPACE TO WS-STAMP-PATH
             STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                     DELIMITED BY SIZE
                    "STAMPS.DAT"     DELIMITED BY SIZE
               INTO WS-STAMP-PATH
             MOVE SPACE TO WS-KANJI-PATH
             STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                     DELIMITED BY SIZE
                    "KANJI.DAT"      DELIMITED BY SIZE
               INTO WS-KANJI-PATH
             MOVE SPACE TO WS-TOPIC-PATH
             STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                     DELIMITED BY SIZE
                    "TOPIC.DAT"      DELIMITED BY SIZE
               INTO WS-TOPIC-PATH
             EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-S-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  ".TXT"           DELIMITED BY SIZE
             INTO WS-S-PATH
           MOVE SPACE TO WS-STAMP-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_STAMPS.DAT"    DELIMITED BY SIZE
             INTO WS-STAMP-PATH
           MOVE SPACE TO WS-KANJI-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_KANJI.DAT"     DELIMITED BY SIZE
             INTO WS-KANJI-PATH
           MOVE SPACE TO WS-TOPIC-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_TOPIC.DAT"     DELIMITED BY SIZE
             INTO WS-TOPIC-PATH.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、固定のファイルのパスを
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-GAME-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "GAMES.DAT"      DELIMITED BY SIZE
             INTO WS-GAME-PATH
           MOVE SPACE TO WS-SJNL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "STATSJNL.DAT"   DELIMITED BY SIZE
             INTO WS-SJNL-PATH
           MOVE SPACE TO WS-DISPUTE-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "DISPUTES.DAT"   DELIMITED BY SIZE
             INTO WS-DISPUTE-PATH
           MOVE SPACE TO WS-REJECT-PATH
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                   DELIMITED BY SIZE
                  "REJECT-WORDS.TXT"
                                   DELIMITED BY SIZE
             INTO WS-REJECT-PATH
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
           MOVE WS-ROOM-NAME  TO OL-ROOM
           MOVE WS-OPS-ACTION TO OL-ACTION
           MOVE WS-OPS-DETAIL TO OL-DETAIL
           OPEN EXTEND OPS-LOG
           WRITE OL-REC
           CLOSE OPS-LOG.

       COPY "CONFIG-PROC.CBF".

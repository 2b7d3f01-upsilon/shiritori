          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-STAMP-ST.

      *    「表記/よみ」の形で入力された単語の表記。
      *    STAMP-FILEと同じく、S-FILEと同じW-NUMで
      *    並び持ちする
        SELECT OPTIONAL KANJI-FILE ASSIGN TO DYNAMIC WS-KANJI-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-KANJI-ST.

      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT ALLOW-LIST ASSIGN TO DYNAMIC WS-ALLOW-PATH
        SELECT OPTIONAL TOPIC-DICT ASSIGN TO DYNAMIC WS-DICT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    今日のパズルの出題表(辞書係が保守する)と、
      *    挑戦の控え(PUZZLE-RANKが順位にする)
        SELECT OPTIONAL PUZZLE-FILE ASSIGN TO DYNAMIC WS-PUZZLE-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PUZZLE-RES ASSIGN TO DYNAMIC WS-PZRES-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    プレイヤーごとの永続的な成績を保持するファイル
        SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    成績の差分。登録簿は書き直さず、成績が動く
      *    たびに1件ずつ追記する(PLAYER-POSTが反映する)
        SELECT OPTIONAL STATS-JNL ASSIGN TO DYNAMIC WS-SJNL-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    差分をどこまで登録簿へ反映したかの控え
        SELECT OPTIONAL STATS-CKP ASSIGN TO DYNAMIC WS-SCKP-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    出場停止・引退の控え(PLAYER-MAINTが書く)。
      *    名前を決めた時と部屋に入る時に確かめる
        SELECT OPTIONAL PLAYER-STAT ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    選ばれたお題(テーマ)をS-FILEを共有する
      *    全プレイヤーに揃えるためのマーカーファイル
        SELECT OPTIONAL TOPIC-MARKER ASSIGN TO DYNAMIC WS-TOPIC-PATH
          ASSIGN TO DYNAMIC WS-FIXTURE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    勝ち抜きカップ戦の組み合わせ(KNOCKOUT-CUPが作る)
        SELECT OPTIONAL CUP-FILE
          ASSIGN TO DYNAMIC WS-CUP-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    勝ち抜き戦の結果の控え。ELIM.DATは新規
      *    ゲームで空にされるため、決着の瞬間に
      *    こちらへも追記する(順位表が読む)
        SELECT OPTIONAL PRES-FILE ASSIGN TO DYNAMIC WS-PRES-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    終わったゲームの登録簿。お題・ルール・勝者は
      *    新規ゲームでマーカーごと消されるため、
      *    RESETの退避と同時に1ゲーム1行で追記する
        SELECT OPTIONAL GAME-FILE ASSIGN TO DYNAMIC WS-GAME-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    直前の単語への物言い(CHALLENGE)と、部屋に
      *    居る人の投票を、S-FILEを共有する全プレイヤー
      *    の間で揃えるためのファイル(物言いは一度に
      *    1件だけ。締め切ると空にする)
        SELECT OPTIONAL VOTE-FILE ASSIGN TO DYNAMIC WS-VOTE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    ゲーム開始時に決めた時間制限をS-FILEを共有する
      *    全プレイヤーに揃えるためのマーカーファイル
        SELECT OPTIONAL CLOCK-MARKER ASSIGN TO DYNAMIC WS-CLOCK-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    時間切れで番を没収した記録(1行1回)。持ち時間の
      *    計算と、固定順番で次の人へ番を回すのに使う
      *    (新規ゲームで空にする)
        SELECT OPTIONAL FORFEIT-FILE
          ASSIGN TO DYNAMIC WS-FORFEIT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    投票を締め切った物言いの控え。辞書係が
      *    DISPUTE-REVIEWで裁定する
        SELECT OPTIONAL DISPUTE-FILE
          ASSIGN TO DYNAMIC WS-DISPUTE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    物言いが認められて却下された単語の一覧
      *    (DISPUTE-REVIEWが追記する。お題の辞書と
      *     同じ1行1単語)
        SELECT OPTIONAL REJECT-LIST
          ASSIGN TO DYNAMIC WS-REJECT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
       FD STAMP-FILE.
       COPY "STAMP-FILE.CBF".

       FD KANJI-FILE.
       COPY "KANJI-FILE.CBF".

       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       FD TOPIC-DICT.
       COPY "TOPIC-DICT.CBF".

       FD PUZZLE-FILE.
       COPY "PUZZLE-REC.CBF".

       FD PUZZLE-RES.
       COPY "PUZZLE-RES.CBF".

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD STATS-JNL.
       01 SJ-LINE       PIC X(177).

       FD STATS-CKP.
       01 SK-LINE       PIC X(53).

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD TOPIC-MARKER.
       COPY "TOPIC-MARKER.CBF".

       FD FIXTURE-FILE.
       COPY "FIXTURE-REC.CBF".

       FD CUP-FILE.
       COPY "CUP-REC.CBF".

       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

           02 PR-NAME   PIC X(20).
           02 PR-STAMP  PIC X(14).

       FD GAME-FILE.
       COPY "GAME-REC.CBF".

      * 先頭の1行(VT-KIND="C")が物言いそのもの、
      * 続く行(VT-KIND="V")が1人1票の投票
      * (VT-MARK Y:認めない N:認める)
       FD VOTE-FILE.
       01 VT-REC.
           02 VT-KIND   PIC X(01).
           02 VT-NAME   PIC X(20).
           02 VT-MARK   PIC X(01).
           02 VT-NUM    PIC 9(07).
           02 VT-WORD   PIC X(50).
           02 VT-AUTHOR PIC X(20).
           02 VT-WSTAMP PIC X(14).
           02 VT-STAMP  PIC X(14).

       FD DISPUTE-FILE.
       COPY "DISPUTE-REC.CBF".

       FD REJECT-LIST.
       01 RJ-REC        PIC X(50).

       FD CLOCK-MARKER.
       COPY "CLOCK-MARKER.CBF".

      * FF-KIND T:1回の番の時間切れ G:持ち時間を使い切った
      * FF-NUM  没収した番の位置(その時に次に書き込まれる
      *         はずだったW-NUM)
      * FF-SEC  その番で使った秒数(持ち時間から引く)
      * FF-STAMP 没収した日時(次の人の番はここから数える)
       FD FORFEIT-FILE.
       01 FF-REC.
           02 FF-NAME   PIC X(20).
           02 FF-KIND   PIC X(01).
           02 FF-NUM    PIC 9(07).
           02 FF-SEC    PIC 9(07).
           02 FF-STAMP  PIC X(14).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 IN-STR        PIC X(50).
       01 MY-NAME       PIC X(20).

      * 「表記/よみ」の形の入力の、表記のほう
      * (IN-STRにはよみだけを残す。表記の無い入力は空白)
       01 WS-IN-KANJI   PIC X(50).
       01 WS-IN-RAW     PIC X(50).
       01 WS-SLASH-CNT  PIC 9(02).
      * 重複の判定に使う、入力された単語の表記
      * (表記が無ければよみ)
       01 WS-DUP-KEY    PIC X(50).
      * 単語の見せ方(表記があれば「表記(よみ)」)
       01 WS-DSP-WORD   PIC X(50).

       78 DEFAULT-NAME  VALUE "名無し".
       
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
       01 WS-ROOM-NAME   PIC X(20) VALUE SPACE.
       01 WS-S-PATH      PIC X(120).
       01 WS-STAMP-PATH  PIC X(120).
       01 WS-KANJI-PATH  PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
      * ("00"以外はすべて「記録なし」として扱う)
       01 WS-S-ST        PIC X(02) VALUE "00".
       01 WS-STAMP-ST    PIC X(02) VALUE "00".
       01 WS-KANJI-ST    PIC X(02) VALUE "00".
       01 WS-TOPIC-PATH  PIC X(120).
       01 WS-TURN-PATH   PIC X(120).
       01 WS-RULES-PATH  PIC X(120).
       01 WS-ELIM-PATH   PIC X(120).
       01 WS-VOTE-PATH   PIC X(120).
       01 WS-CLOCK-PATH  PIC X(120).
       01 WS-FORFEIT-PATH PIC X(120).

      * 部屋にいま居る人の印(WHOコマンドと、同じ名前の
      * 二重の入室の警告用)。入室で自分の行を書き、
      * 置き場所から組み立てる)
       01 WS-ALLOW-PATH   PIC X(120).
       01 WS-PLAYER-PATH  PIC X(120).
       01 WS-PNEW-PATH    PIC X(120).
       01 WS-SJNL-PATH    PIC X(120).
       01 WS-SCKP-PATH    PIC X(120).
       01 WS-PSTAT-PATH   PIC X(120).
       01 WS-RL-PATH      PIC X(120).
       01 WS-RETLIST-PATH PIC X(120).
       01 WS-OPS-PATH     PIC X(120).
       01 WS-TITLE-PATH   PIC X(120).
       01 WS-STREAK-PATH  PIC X(120).
       01 WS-FIXTURE-PATH PIC X(120).
       01 WS-CUP-PATH     PIC X(120).
       01 WS-RESULT-PATH  PIC X(120).
       01 WS-GAME-PATH    PIC X(120).
       01 WS-DISPUTE-PATH PIC X(120).
       01 WS-REJECT-PATH  PIC X(120).

      * 部屋一覧の表示・登録用
      * (部屋の数の上限。一覧ファイルにはそれ以上
       01 CK             PIC 9(04).
       01 WS-SAVE-IN     PIC X(50).
       01 WS-SAVE-NAME   PIC X(20).
       01 WS-SAVE-KANJI  PIC X(50).

      * 遊び方(ふつうのゲームか、今日のパズルか)
       01 WS-PLAY-SEL    PIC X(02).
       01 WS-PLAY-MODE   PIC X(01) VALUE "0".
           88 PLAY-NORMAL    VALUE "0".
           88 PLAY-PUZZLE    VALUE "1".
      * 今日のパズル。出題表の今日の行と、挑戦の
      * 途中経過(つなぎはLOG-TBLに持ち、S-FILEには
      * 書かない)
       01 WS-PUZZLE-PATH PIC X(120).
       01 WS-PZRES-PATH  PIC X(120).
       78 PUZZLE-NAME VALUE "今日のパズル".
       01 WS-PZ-FOUND    PIC X(01).
       01 WS-PZ-PLAYED   PIC X(01).
       01 WS-PZ-SOLVED   PIC X(01).
       01 WS-PZ-DICT-OK  PIC X(01).
       01 WS-PZ-START    PIC X(50).
       01 WS-PZ-TARGET   PIC X(02).
       01 WS-PZ-MAX      PIC 9(02).
       01 WS-PZ-LEN      PIC 9(02).
       01 WS-PZ-LEFT     PIC 9(02).

      * 共通の操作記録(OPSLOG)への書き込み用
       01 WS-OPS-ACTION  PIC X(10).
       01 WS-FX-HIT      PIC X.
       01 WS-FX-ROUND    PIC 9(02).

      * カップ戦の組み合わせとの突き合わせ用
      * (この部屋の試合の回戦・試合番号・2人・勝者と、
      *  決勝の回戦。呼び名は決勝から数えて付ける)
       01 WS-CUP-SEEN    PIC X.
       01 WS-CUP-ROUND   PIC 9(02).
       01 WS-CUP-TIE     PIC 9(03).
       01 WS-CUP-NAME-A  PIC X(20).
       01 WS-CUP-NAME-B  PIC X(20).
       01 WS-CUP-WINNER  PIC X(20).
       01 WS-CUP-LAST    PIC 9(02).
       01 WS-CUP-RTXT    PIC X(12).

      * 終わったゲームの登録簿(GAMES.DAT)への記帳用
      * (参加者の名前はGM-PLAYERの8人ぶんまで載せる)
       78 GM-PLAYER-MAX VALUE 8.
       01 WS-GM-HIT      PIC X.
       01 GX             PIC 9(02).

      * 物言い(CHALLENGE)と投票用。VOTE-FILEの中身を
      * 読み込んでおく(1人1票のため、投票の数は部屋に
      * 居られる人数PRES-TBL-MAXまで)
       01 WS-VOTE-OPEN   PIC X VALUE "N".
       01 WS-VOTE-HEAD.
           02 WS-VH-NAME   PIC X(20).
           02 WS-VH-NUM    PIC 9(07).
           02 WS-VH-WORD   PIC X(50).
           02 WS-VH-AUTHOR PIC X(20).
           02 WS-VH-WSTAMP PIC X(14).
           02 WS-VH-STAMP  PIC X(14).
       01 WS-VOTE-CNT    PIC 9(02) VALUE 0.
       01 VOTE-TBL.
           02 VTT        OCCURS 50.
             03 VTT-NAME  PIC X(20).
             03 VTT-MARK  PIC X(01).
       01 VX             PIC 9(02).
       01 WS-VOTE-IN     PIC X(02).
       01 WS-VOTED       PIC X.
       01 WS-VOTE-YES    PIC 9(02).
       01 WS-VOTE-NO     PIC 9(02).
       01 WS-VOTE-WAIT   PIC 9(02).
       01 WS-VOTE-FORCE  PIC X VALUE "N".

      * 物言いが認められて却下された単語の一覧
      * (CHECK-REJECTEDが読み直すたびに最新にする。
      *  コンピュータの持ち歌の選り分けにも使う)
       78 REJECT-TBL-MAX VALUE 9999.
       01 WS-REJECT-CNT  PIC 9(04) VALUE 0.
       01 REJECT-TBL.
           02 RJ-WORD    PIC X(50) OCCURS 9999 INDEXED BY RX.

      * 時間制限(CLOCK-MARKERで全プレイヤーに揃える)
      * 時計は入力を受け付けた時に確かめる(ACCEPTで
      * 待っている間に割り込んで止めることはできない
      * ため、遅れて届いた入力をその場で没収する)
       01 WS-CLOCK-SEL   PIC X(02).
       01 WS-CLOCK-IN    PIC X(04).
       01 WS-CLOCK-LEN   PIC 9(02).
       01 WS-CLOCK-NUM   PIC 9(04).
       01 WS-CLOCK-ON    PIC X VALUE "N".
       01 WS-CLOCK-TURN  PIC 9(04) VALUE 0.
       01 WS-CLOCK-GAME  PIC 9(03) VALUE 0.
       01 WS-CLOCK-START PIC X(14) VALUE SPACE.
      * 没収の記録(FORFEIT-FILE)。固定順番では没収された
      * 人を「直前の人」とみなして次の人へ番を回す
       78 FORFEIT-TBL-MAX VALUE 999.
       01 WS-FF-CNT      PIC 9(03) VALUE 0.
       01 FORFEIT-TBL.
           02 FFT        OCCURS 999.
             03 FFT-NAME  PIC X(20).
             03 FFT-KIND  PIC X(01).
             03 FFT-NUM   PIC 9(07).
             03 FFT-SEC   PIC 9(07).
             03 FFT-STAMP PIC X(14).
       01 FI             PIC 9(03).
      * いまの番が始まった日時と、直前に番を終えた人
      * (WS-TURN-OWNERは固定順番の時だけ決まる)
       01 WS-TURN-BEGIN  PIC X(14).
       01 WS-LAST-MOVER  PIC X(20).
       01 WS-TURN-OWNER  PIC X(20).
      * 経過秒数の計算と、持ち時間の判定用
       01 WS-CLK-FROM    PIC X(14).
       01 WS-CLK-TO      PIC X(14).
       01 WS-CLK-GAP     PIC 9(07).
       01 WS-CLK-NAME    PIC X(20).
       01 WS-CLK-ELAPSED PIC 9(07).
       01 WS-TURN-ELAPSED PIC 9(07).
       01 WS-CLK-USED    PIC 9(09).
       01 WS-CLK-TURN-LEFT PIC 9(07).
       01 WS-CLK-GAME-LEFT PIC 9(07).
       01 WS-CLK-KIND    PIC X(01).

      * 前日の日付の計算用(うるう年も見る)
       01 WS-YDAY.
           02 WS-YD-Y   PIC 9(04).
      * PLAYER-MASTER-TBLのOCCURSと同じ上限(PM-CNTがPIC 9(04)のため)
       78 PLAYER-MAX VALUE 9999.

      * 成績の差分(1件ぶんの組み立て領域)と、
      * 差分をどこまで反映したかの控え
       COPY "PLAYER-TXN.CBF".
       COPY "STATS-CKP.CBF".
       01 WS-PX-SKIP      PIC 9(09).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       01 WS-PX-SEQ       PIC 9(09).
       01 WS-PLAYER-HOLD  PIC X(120).

      * 単語1語ぶんの得点計算用
      * (長さ + 難しい頭文字の加点 + お題の加点)
       78 TOPIC-BONUS     VALUE 3.
       01 WS-SCORE-WORD  PIC X(50).
       01 WS-WORD-SCORE  PIC 9(04).
      * ヒントの単語で実際に引いた点(減点は別の差分に
      * するため、CALC-WORD-SCOREが残しておく)
       01 WS-HINT-CUT    PIC 9(04).

      * HINTコマンド用。直前に教えた単語と、教わった
      * 人を覚えておき、その人がその単語で入力した時に
           PERFORM INIT

           PERFORM INPUT-NAME
           PERFORM SELECT-PLAY-MODE
           IF PLAY-PUZZLE THEN
             PERFORM PUZZLE-MAIN
             STOP RUN
           END-IF
           PERFORM SELECT-ROOM
           PERFORM PRESENCE-ENTER
           PERFORM SELECT-TOPIC
           PERFORM SELECT-HOUSE-RULES
           PERFORM SELECT-TURN-RULE
           PERFORM SELECT-TIME-LIMIT
           PERFORM SELECT-CPU-MODE

           OPEN INPUT S-FILE
      *>       「だれ」になってここへ来る
               WHEN IN-STR = "WHO" OR "who" OR "だれ"
                 PERFORM SHOW-WHO
      *>       カタカナの「モノイイ」も正規化で
      *>       「ものいい」になってここへ来る
               WHEN IN-STR = "CHALLENGE" OR "challenge"
                          OR "ものいい" OR "物言い"
                 PERFORM CHALLENGE-WORD
               WHEN IN-STR = "VOTE" OR "vote" OR "投票"
                 PERFORM CAST-VOTE
               WHEN IN-STR = SPACE
                 OPEN INPUT S-FILE
                 PERFORM F-READ
                 CLOSE S-FILE
               WHEN OTHER
                 PERFORM MATCH-GATE
                 IF WS-PLAY-OK = "Y" THEN
                   PERFORM CLOCK-GATE
                 END-IF
                 IF WS-PLAY-OK = "Y" THEN
                   PERFORM CHECK-WORD

           MOVE 1 TO W-NUM
           PERFORM ALLOW-INIT
           PERFORM PLAYER-INIT
           PERFORM REJECT-LOAD
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME.
       
                 WITH NO ADVANCING
             DISPLAY "に設定されました。"
           END-IF
           PERFORM CHECK-PLAYER-STAT
           PERFORM PLAYER-LOOKUP.

       CHECK-PLAYER-STAT.
      *> ＠ INPUT-NAME、PRESENCE-ENTERから呼ばれます
      *> ---------------------------------------------------------
      *> - MY-NAMEが出場停止中か引退していれば、理由と
      *> -   (停止なら)いつまでかを知らせて終わる
      *> - 部屋を選んでいる間に停止された時のため、
      *> -   呼ばれるたびに控えを読み直す
      *> ---------------------------------------------------------
           PERFORM LOAD-PLAYER-STAT
           MOVE MY-NAME TO PA-IN-NAME
           PERFORM FIND-PLAYER-STAT
           IF PA-NOW-ACTIVE THEN
             EXIT PARAGRAPH
           END-IF

           IF PA-NOW-RETIRED THEN
             DISPLAY "!! 「" MY-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "引退したため遊べません。"
           ELSE
             DISPLAY "!! 「" MY-NAME "」は"
                 WITH NO ADVANCING
             DISPLAY "出場停止中のため遊べません。"
             IF PAT-UNTIL(PA-POS) = SPACE THEN
               DISPLAY "(期限:解除されるまで)"
             ELSE
               DISPLAY "(期限:"
                   PAT-UNTIL(PA-POS)(1:4) "年"
                   PAT-UNTIL(PA-POS)(5:2) "月"
                   PAT-UNTIL(PA-POS)(7:2) "日まで)"
             END-IF
           END-IF
           IF PAT-REASON(PA-POS) NOT = SPACE THEN
             DISPLAY "(理由:" PAT-REASON(PA-POS) ")"
           END-IF
           STOP RUN.

       PLAYER-INIT.
      *> ＠ INIT、RECORD-WIN、ELIMINATE-OTHERから呼ばれます
      *> ---------------------------------------------------------
      *> - 前回までのプレイヤー成績をPLAYER-FILEから
      *> -   読み込んでおく
      *> - そのうえで、まだ登録簿へ反映されていない
      *> -   成績の差分を当てて、いまの成績にしておく
      *> -   (反映の書き写しが途中で止まっている時は、
      *> -    書き写し元のPLAYERS.NEWから読む)
      *> ---------------------------------------------------------
           PERFORM READ-STATS-CKP
           MOVE PK-POSTED TO WS-PX-SKIP
           IF PK-STATE = "P" THEN
             MOVE WS-PLAYER-PATH TO WS-PLAYER-HOLD
             MOVE WS-PNEW-PATH   TO WS-PLAYER-PATH
             MOVE PK-TARGET      TO WS-PX-SKIP
           END-IF

           MOVE 0 TO PM-CNT
           INITIALIZE PLAYER-MASTER-TBL
           MOVE LOW-VALUE TO EOF-FLG
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           IF PK-STATE = "P" THEN
             MOVE WS-PLAYER-HOLD TO WS-PLAYER-PATH
           END-IF

           PERFORM PLAYER-PENDING-APPLY.

       PLAYER-PENDING-APPLY.
      *> ＠ PLAYER-INIT内での処理です
      *> ---------------------------------------------------------
      *> - 成績の差分のうち、WS-PX-SKIP件目より後ろを
      *> -   順にPLAYER-MASTER-TBLへ当てる
      *> -   (当てられない差分はPLAYER-POSTが却下して
      *> -    控えに残すため、ここでは読み飛ばす)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-PX-SEQ
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STATS-JNL
           PERFORM UNTIL EOF
             READ STATS-JNL INTO PX-REC
               AT END SET EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-PX-SEQ
                 IF WS-PX-SEQ > WS-PX-SKIP THEN
                   PERFORM APPLY-PLAYER-TXN
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STATS-JNL
           MOVE LOW-VALUE TO EOF-FLG.

       WRITE-PLAYER-TXN.
      *> ---------------------------------------------------------
      *> - 組み立てたPX-RECに日時と部屋を入れて成績の
      *> -   差分へ追記し、ゲームの中の成績表にも
      *> -   同じ当て方で当てる
      *> -   (登録簿のPLAYERS.DATは書き直さない。
      *> -    排他制御が無く同時保存で更新が消えるため、
      *> -    反映はPLAYER-POSTがまとめて行う)
      *> - 当てた時は、PMXがその人の位置を指して戻る
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE WS-STAMP     TO PX-STAMP
           MOVE WS-ROOM-NAME TO PX-ROOM
           OPEN EXTEND STATS-JNL
           WRITE SJ-LINE FROM PX-REC
           CLOSE STATS-JNL
           PERFORM APPLY-PLAYER-TXN.

       PLAYER-LOOKUP.
      *> ＠ INPUT-NAME内での処理です
                     WITH NO ADVANCING
                 DISPLAY "成績は記録されません。"
               ELSE
                 ACCEPT WS-DATE FROM DATE YYYYMMDD
                 INITIALIZE PX-REC
                 MOVE MY-NAME  TO PX-NAME
                 MOVE "N"      TO PX-KIND
                 MOVE WS-DATE  TO PX-JOIN-DATE
                 PERFORM WRITE-PLAYER-TXN
                 DISPLAY "はじめまして、" MY-NAME
                     WITH NO ADVANCING
                 DISPLAY "さん。登録しました。"

       UPDATE-PLAYER-STATS.
      *> ---------------------------------------------------------
      *> - 単語を書き込めた時に、合計単語数・得点・
      *> -   最長記録の増分を成績の差分として追記する
      *> - 教わったヒントの単語だった時は、その減点を
      *> -   別の差分にする(単語の差分は減点前の点)
      *> ---------------------------------------------------------
           SET PMX TO 1
           SEARCH PM
             AT END CONTINUE
             WHEN PM-NAME(PMX) = MY-NAME
               MOVE 0 TO WK-LEN
               INSPECT IN-STR TALLYING WK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE IN-STR TO WS-SCORE-WORD
               PERFORM CALC-WORD-SCORE

               INITIALIZE PX-REC
               MOVE MY-NAME  TO PX-NAME
               MOVE "W"      TO PX-KIND
               MOVE 1        TO PX-WORDS
               COMPUTE PX-POINTS = WS-WORD-SCORE + WS-HINT-CUT
               MOVE IN-STR   TO PX-WORD
               MOVE WK-LEN   TO PX-LEN
               PERFORM WRITE-PLAYER-TXN

               IF WS-HINT-CUT > 0 THEN
                 INITIALIZE PX-REC
                 MOVE MY-NAME     TO PX-NAME
                 MOVE "H"         TO PX-KIND
                 MOVE WS-HINT-CUT TO PX-POINTS
                 MOVE IN-STR      TO PX-WORD
                 MOVE WK-LEN      TO PX-LEN
                 PERFORM WRITE-PLAYER-TXN
               END-IF

               DISPLAY WS-WORD-SCORE "点獲得! "
                   WITH NO ADVANCING
               DISPLAY "(通算 " PM-SCORE(PMX) "点)"
      *>       節目を越えた瞬間に称号を授与する
               PERFORM CHECK-PLAY-TITLES
           END-SEARCH.

       CHECK-PLAY-TITLES.
      *> -   ・お題(たべものだけ)で遊んでいる間は加点
      *> ---------------------------------------------------------
           MOVE 0 TO WS-WORD-SCORE
           MOVE 0 TO WS-HINT-CUT
           INSPECT WS-SCORE-WORD TALLYING WS-WORD-SCORE
             FOR CHARACTERS BEFORE INITIAL SPACE

              AND WS-SCORE-WORD = WS-HINT-WORD
              AND MY-NAME = WS-HINT-NAME THEN
             IF WS-WORD-SCORE > HINT-PENALTY THEN
               MOVE HINT-PENALTY TO WS-HINT-CUT
               SUBTRACT HINT-PENALTY FROM WS-WORD-SCORE
             ELSE
               MOVE WS-WORD-SCORE TO WS-HINT-CUT
               MOVE 0 TO WS-WORD-SCORE
             END-IF
           END-IF.
           PERFORM REGISTER-ROOM
           DISPLAY "部屋「" WITH NO ADVANCING
           DISPLAY WS-ROOM-NAME WITH NO ADVANCING
           DISPLAY "」に入りました。"
           PERFORM SHOW-CUP-TIE.

       CHECK-ROOM-NAME.
      *> ＠ SELECT-ROOM内での処理です
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
                  "_PRES.DAT"      DELIMITED BY SIZE
             INTO WS-PRES-PATH
           MOVE SPACE TO WS-VOTE-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_VOTE.DAT"      DELIMITED BY SIZE
             INTO WS-VOTE-PATH
           MOVE SPACE TO WS-CLOCK-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_CLOCK.DAT"     DELIMITED BY SIZE
             INTO WS-CLOCK-PATH
           MOVE SPACE TO WS-FORFEIT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_FORFEIT.DAT"   DELIMITED BY SIZE
             INTO WS-FORFEIT-PATH.

       BUILD-SHARED-PATHS.
      *> ---------------------------------------------------------
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
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PRESENCE.DAT"   DELIMITED BY SIZE
             INTO WS-PRES-PATH
           MOVE SPACE TO WS-VOTE-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "VOTE.DAT"       DELIMITED BY SIZE
             INTO WS-VOTE-PATH
           MOVE SPACE TO WS-CLOCK-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "CLOCK.DAT"      DELIMITED BY SIZE
             INTO WS-CLOCK-PATH
           MOVE SPACE TO WS-FORFEIT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "FORFEIT.DAT"    DELIMITED BY SIZE
             INTO WS-FORFEIT-PATH.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
                                   DELIMITED BY SIZE
                  "CPU-DICT.TXT"   DELIMITED BY SIZE
             INTO WS-CPU-DICT-PATH
           MOVE SPACE TO WS-PUZZLE-PATH
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                   DELIMITED BY SIZE
                  "PUZZLE.TXT"     DELIMITED BY SIZE
             INTO WS-PUZZLE-PATH
           MOVE SPACE TO WS-PZRES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PUZZLERES.TXT"  DELIMITED BY SIZE
             INTO WS-PZRES-PATH
           MOVE SPACE TO WS-PLAYER-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PLAYERS.DAT"    DELIMITED BY SIZE
             INTO WS-PLAYER-PATH
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
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PSTATUS.DAT"    DELIMITED BY SIZE
             INTO WS-PSTAT-PATH
           MOVE SPACE TO WS-RL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                                   DELIMITED BY SIZE
                  "FIXTURES.TXT"   DELIMITED BY SIZE
             INTO WS-FIXTURE-PATH
           MOVE SPACE TO WS-CUP-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "CUP.TXT"        DELIMITED BY SIZE
             INTO WS-CUP-PATH
           MOVE SPACE TO WS-RESULT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "RESULTS.TXT"    DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-GAME-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "GAMES.DAT"      DELIMITED BY SIZE
             INTO WS-GAME-PATH
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
             INTO WS-REJECT-PATH.

       REGISTER-ROOM.
      *> ＠ SELECT-ROOM内での処理です
             EXIT PARAGRAPH
           END-IF

      *>     部屋のS-FILEと日時刻印・表記のファイルを
      *>     空で作っておく(最初の読み込みが
      *>     ファイル無しでつまずかないように)
           OPEN OUTPUT S-FILE
           CLOSE S-FILE
           OPEN OUTPUT STAMP-FILE
           CLOSE STAMP-FILE
           OPEN OUTPUT KANJI-FILE
           CLOSE KANJI-FILE
           DISPLAY "(新しい部屋を作りました)".

       SELECT-TOPIC.
           CLOSE FIXTURE-FILE
           MOVE LOW-VALUE TO EOF-FLG

      *>     予定表に無い部屋なら、カップ戦の試合の
      *>     部屋かどうかを見る
           IF WS-FX-SEEN = "N" THEN
             PERFORM CHECK-CUP-TIE
             EXIT PARAGRAPH
           END-IF

             DISPLAY "(親善試合として続けます)"
           END-IF.

       CHECK-CUP-TIE.
      *> ＠ CHECK-FIXTURE内での処理です
      *> ---------------------------------------------------------
      *> - この部屋がカップ戦の試合の部屋の時、順番表の
      *> -   顔ぶれがその試合の2人と合っているかを
      *> -   確かめる(リーグ戦と同じく、違っていても
      *> -   止めはせず親善試合として続ける。勝ち上がりは
      *> -   KNOCKOUT-CUPが2人のどちらかの勝ちだけを拾う)
      *> - カップ戦の部屋でなければ何も言わない
      *> ---------------------------------------------------------
           PERFORM FIND-CUP-TIE
           IF WS-CUP-SEEN = "N" THEN
             EXIT PARAGRAPH
           END-IF

           IF WS-CUP-WINNER NOT = SPACE
              OR WS-CUP-NAME-A = SPACE
              OR WS-CUP-NAME-B = SPACE THEN
             DISPLAY "!! このカップ戦の試合は、いま対戦"
                 WITH NO ADVANCING
             DISPLAY "できる状態ではありません。"
             DISPLAY "(親善試合として続けます)"
             EXIT PARAGRAPH
           END-IF

           IF WS-TURN-CNT = 2
              AND ((TN-PLAYER(1) = WS-CUP-NAME-A
                    AND TN-PLAYER(2) = WS-CUP-NAME-B)
                   OR (TN-PLAYER(1) = WS-CUP-NAME-B
                       AND TN-PLAYER(2) = WS-CUP-NAME-A)) THEN
             DISPLAY "*** カップ戦 " WITH NO ADVANCING
             DISPLAY WS-CUP-RTXT WITH NO ADVANCING
             DISPLAY " 第" WS-CUP-TIE "試合の"
                 WITH NO ADVANCING
             DISPLAY "対戦です ***"
           ELSE
             DISPLAY "!! この部屋のカップ戦の試合と"
                 WITH NO ADVANCING
             DISPLAY "顔ぶれが違います。"
             DISPLAY "(親善試合として続けます)"
           END-IF.

       SHOW-CUP-TIE.
      *> ＠ SELECT-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 入った部屋がカップ戦の試合の部屋なら、
      *> -   どの試合か(相手・決着済みかどうか)を知らせる
      *> ---------------------------------------------------------
           PERFORM FIND-CUP-TIE
           IF WS-CUP-SEEN = "N" THEN
             EXIT PARAGRAPH
           END-IF

           DISPLAY "*** カップ戦 " WITH NO ADVANCING
           DISPLAY WS-CUP-RTXT WITH NO ADVANCING
           DISPLAY " 第" WS-CUP-TIE "試合の部屋です ***"
           EVALUATE TRUE
             WHEN WS-CUP-WINNER NOT = SPACE
               DISPLAY "(「" WS-CUP-WINNER WITH NO ADVANCING
               DISPLAY "」の勝ちで決着済みです)"
             WHEN WS-CUP-NAME-A = SPACE
              OR WS-CUP-NAME-B = SPACE
               DISPLAY "(対戦する2人はまだ"
                   WITH NO ADVANCING
               DISPLAY "決まっていません)"
             WHEN OTHER
               DISPLAY "「" WS-CUP-NAME-A WITH NO ADVANCING
               DISPLAY "」対「" WS-CUP-NAME-B WITH NO ADVANCING
               DISPLAY "」"
               DISPLAY "(勝ち抜き戦のルールで始めると、"
                   WITH NO ADVANCING
               DISPLAY "勝敗が勝ち上がりに数えられます)"
           END-EVALUATE.

       FIND-CUP-TIE.
      *> ---------------------------------------------------------
      *> - カップ戦の組み合わせから、この部屋の試合を
      *> -   探す(見つかればWS-CUP-SEEN="Y"と、回戦・
      *> -   試合番号・2人・勝者・回戦の呼び名を返す)
      *> ---------------------------------------------------------
           MOVE "N"   TO WS-CUP-SEEN
           MOVE 0     TO WS-CUP-ROUND
           MOVE 0     TO WS-CUP-TIE
           MOVE 0     TO WS-CUP-LAST
           MOVE SPACE TO WS-CUP-NAME-A
           MOVE SPACE TO WS-CUP-NAME-B
           MOVE SPACE TO WS-CUP-WINNER
           MOVE SPACE TO WS-CUP-RTXT
           IF WS-ROOM-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT CUP-FILE
           PERFORM UNTIL EOF
             READ CUP-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF CP-ROUND IS NUMERIC THEN
                   IF CP-ROUND > WS-CUP-LAST THEN
                     MOVE CP-ROUND TO WS-CUP-LAST
                   END-IF
                   IF CP-ROOM = WS-ROOM-NAME
                      AND WS-CUP-SEEN = "N" THEN
                     MOVE "Y"       TO WS-CUP-SEEN
                     MOVE CP-ROUND  TO WS-CUP-ROUND
                     MOVE CP-TIE    TO WS-CUP-TIE
                     MOVE CP-NAME-A TO WS-CUP-NAME-A
                     MOVE CP-NAME-B TO WS-CUP-NAME-B
                     MOVE CP-WINNER TO WS-CUP-WINNER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUP-FILE
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-CUP-SEEN = "N" THEN
             EXIT PARAGRAPH
           END-IF
      *>     回戦の呼び名(KNOCKOUT-CUPの組み合わせ表と同じ)
           EVALUATE TRUE
             WHEN WS-CUP-ROUND = WS-CUP-LAST
               MOVE "決勝" TO WS-CUP-RTXT
             WHEN WS-CUP-ROUND + 1 = WS-CUP-LAST
               MOVE "準決勝" TO WS-CUP-RTXT
             WHEN WS-CUP-ROUND + 2 = WS-CUP-LAST
               MOVE "準々決勝" TO WS-CUP-RTXT
             WHEN OTHER
               STRING "第"         DELIMITED BY SIZE
                      WS-CUP-ROUND DELIMITED BY SIZE
                      "回戦"       DELIMITED BY SIZE
                 INTO WS-CUP-RTXT
           END-EVALUATE.

       READ-TURN-MARKER.
      *> ＠ SELECT-TURN-RULE内での処理です
      *> ---------------------------------------------------------
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       SELECT-TIME-LIMIT.
      *> ---------------------------------------------------------
      *> - 時間制限をつけるかを選んでもらう
      *> -   ・1回の番に使える秒数
      *> -   ・1人あたりの持ち時間(分)
      *> -   (どちらか、または両方)
      *> - ほかのルールと同じく、S-FILEを共有する全
      *> -   プレイヤーで揃っていないと意味がないため、
      *> -   CLOCK-MARKERに揃える。すでに誰かが選んで
      *> -   いれば、それに揃えて聞き直さない
      *> ---------------------------------------------------------
           PERFORM READ-CLOCK-MARKER
           IF NOT EOF THEN
             PERFORM ADOPT-CLOCK-MARKER
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CLOCK-TURN
           MOVE 0 TO WS-CLOCK-GAME
           DISPLAY SPACE
           DISPLAY "時間制限をつけますか?"
           DISPLAY "1:つけない  2:1回の番  3:持ち時間"
               WITH NO ADVANCING
           DISPLAY "  4:両方"
           ACCEPT WS-CLOCK-SEL

           IF WS-CLOCK-SEL = "2" OR "4" THEN
             DISPLAY "1回の番に使える秒数は?"
             PERFORM ACCEPT-CLOCK-NUM
             MOVE WS-CLOCK-NUM TO WS-CLOCK-TURN
           END-IF
           IF WS-CLOCK-SEL = "3" OR "4" THEN
             DISPLAY "1人あたりの持ち時間(分)は?"
             PERFORM ACCEPT-CLOCK-NUM
             IF WS-CLOCK-NUM > 999 THEN
               MOVE 999 TO WS-CLOCK-NUM
             END-IF
             MOVE WS-CLOCK-NUM TO WS-CLOCK-GAME
           END-IF

           PERFORM WRITE-CLOCK-MARKER.

       ACCEPT-CLOCK-NUM.
      *> ＠ SELECT-TIME-LIMIT内での処理です
      *> ---------------------------------------------------------
      *> - 左詰めで入力された数字を受け取って
      *> -   WS-CLOCK-NUMへ返す(数字でなければ0=制限なし)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-CLOCK-NUM
           ACCEPT WS-CLOCK-IN
           MOVE 0 TO WS-CLOCK-LEN
           INSPECT WS-CLOCK-IN TALLYING WS-CLOCK-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-CLOCK-LEN > 0 THEN
             IF WS-CLOCK-IN(1:WS-CLOCK-LEN) IS NUMERIC THEN
               MOVE WS-CLOCK-IN(1:WS-CLOCK-LEN) TO WS-CLOCK-NUM
             END-IF
           END-IF.

       READ-CLOCK-MARKER.
      *> ＠ SELECT-TIME-LIMIT内での処理です
      *> ---------------------------------------------------------
      *> - CLOCK-MARKERを読み、すでに誰かが選んだ
      *> -   時間制限があればTC-RECに入れて返す
      *> -   (無ければEOFがONのまま返る)
      *> ---------------------------------------------------------
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT CLOCK-MARKER
           READ CLOCK-MARKER
             AT END SET EOF TO TRUE
           END-READ
           CLOSE CLOCK-MARKER.

       ADOPT-CLOCK-MARKER.
      *> ---------------------------------------------------------
      *> - 読み込んだTC-RECの内容を自分の
      *> -   WORKING-STORAGEへ取り込む
      *> ---------------------------------------------------------
           IF TC-TURN-SEC IS NUMERIC THEN
             MOVE TC-TURN-SEC TO WS-CLOCK-TURN
           ELSE
             MOVE 0 TO WS-CLOCK-TURN
           END-IF
           IF TC-GAME-MIN IS NUMERIC THEN
             MOVE TC-GAME-MIN TO WS-CLOCK-GAME
           ELSE
             MOVE 0 TO WS-CLOCK-GAME
           END-IF
           MOVE TC-STAMP TO WS-CLOCK-START
           PERFORM SHOW-CLOCK-RULE.

       WRITE-CLOCK-MARKER.
      *> ＠ SELECT-TIME-LIMIT内での処理です
      *> ---------------------------------------------------------
      *> - 自分が選んだ時間制限を、後から参加する
      *> -   プレイヤーにも揃うようCLOCK-MARKERへ書く
      *> -   (書いた時刻から時計を動かし始める)
      *> - 書き込む直前にもう一度読み直し、他の誰かが
      *> -   先に書き込んでいた場合は、そちらに合わせて
      *> -   上書きしない
      *> ---------------------------------------------------------
           PERFORM READ-CLOCK-MARKER
           IF NOT EOF THEN
             PERFORM ADOPT-CLOCK-MARKER
             EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STAMP
           MOVE WS-STAMP      TO WS-CLOCK-START
           MOVE WS-CLOCK-TURN TO TC-TURN-SEC
           MOVE WS-CLOCK-GAME TO TC-GAME-MIN
           MOVE WS-STAMP      TO TC-STAMP
           OPEN OUTPUT CLOCK-MARKER
           WRITE TC-REC
           CLOSE CLOCK-MARKER
           PERFORM SHOW-CLOCK-RULE.

       SHOW-CLOCK-RULE.
      *> ---------------------------------------------------------
      *> - 時間制限の有無をWS-CLOCK-ONに決め、
      *> -   つきのゲームならその中身を知らせる
      *> ---------------------------------------------------------
           IF WS-CLOCK-TURN = 0 AND WS-CLOCK-GAME = 0 THEN
             MOVE "N" TO WS-CLOCK-ON
             EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CLOCK-ON
           DISPLAY "*** このゲームは時間制限つきです("
               WITH NO ADVANCING
           IF WS-CLOCK-TURN NOT = 0 THEN
             DISPLAY "1回の番 " WS-CLOCK-TURN "秒 "
                 WITH NO ADVANCING
           END-IF
           IF WS-CLOCK-GAME NOT = 0 THEN
             DISPLAY "持ち時間 " WS-CLOCK-GAME "分 "
                 WITH NO ADVANCING
           END-IF
           DISPLAY ") ***"
           DISPLAY "(時間切れの番は没収します)".

       SET-LINK-CHAR.
      *> ---------------------------------------------------------
      *> - STR-TMPの単語から、次の単語の頭に来るべき
      *>      効かせる)
           MOVE IN-STR  TO WS-SAVE-IN
           MOVE MY-NAME TO WS-SAVE-NAME
           MOVE WS-IN-KANJI  TO WS-SAVE-KANJI
           MOVE WS-BEST-CAND TO IN-STR
           MOVE CPU-NAME     TO MY-NAME
      *>     持ち歌はよみだけのため、表記は付けない
           MOVE SPACE        TO WS-IN-KANJI

           PERFORM CHECK-WORD
           IF NOT ERR THEN
           END-IF

           MOVE WS-SAVE-IN   TO IN-STR
           MOVE WS-SAVE-NAME TO MY-NAME
           MOVE WS-SAVE-KANJI TO WS-IN-KANJI.

       CPU-CAND-CHECK.
      *> ＠ CPU-TURN内での処理です
      *> -   ・固有名詞禁止では、お題の辞書は
      *> -     「使ってはいけない」一覧のため、
      *> -     そこに載っている単語も飛ばす
      *> -   ・物言いで却下された単語も飛ばす
      *> ---------------------------------------------------------
           MOVE "N" TO WS-USED-FLG
           PERFORM VARYING CK FROM 1 BY 1
             END-IF
           END-IF

      *>     物言いで却下された単語も飛ばす
           SET RX TO 1
           SEARCH RJ-WORD
             AT END CONTINUE
             WHEN RJ-WORD(RX) = SPACE CONTINUE
             WHEN RJ-WORD(RX) = WS-CAND
               MOVE "Y" TO WS-USED-FLG
           END-SEARCH
           IF WS-USED-FLG = "Y" THEN
             EXIT PARAGRAPH
           END-IF

           MOVE WS-CAND TO STR-TMP2
           PERFORM FIND-CHAR2
           IF Q = 0 THEN
             MOVE "Y" TO WS-USED-FLG
             END-IF
           END-PERFORM.

       SELECT-PLAY-MODE.
      *> ---------------------------------------------------------
      *> - ふつうのゲームか、今日のパズルかを
      *> -   選んでもらう(空白ならふつうのゲーム)
      *> ---------------------------------------------------------
           DISPLAY SPACE
           DISPLAY "遊び方を選んでください。"
           DISPLAY "1:ふつうに遊ぶ  2:今日のパズル"
           ACCEPT WS-PLAY-SEL

           IF WS-PLAY-SEL = "2" THEN
             MOVE "1" TO WS-PLAY-MODE
           ELSE
             MOVE "0" TO WS-PLAY-MODE
           END-IF.

       PUZZLE-MAIN.
      *> ---------------------------------------------------------
      *> - 今日のパズル。出題表の始めの単語から
      *> -   ひとりでつなぎ、上限の語数までに決められた
      *> -   文字で終わらせれば正解
      *> - つなぎはLOG-TBLの中だけで持ち、部屋の
      *> -   S-FILEやマーカー類には一切触れない
      *> -   (部屋にも入らないため、いま居る人の印も
      *> -    書かない)
      *> - 単語の判定はふつうのゲームと同じCHECK-WORDに
      *> -   (ハウスルールなしで)かけたうえで、持ち歌か
      *> -   たべものの辞書にある単語だけを通す
      *> - 挑戦は1人1日1回。終えたら控えに追記する
      *> ---------------------------------------------------------
           PERFORM PUZZLE-LOAD
           IF WS-PZ-FOUND = "N" THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM PUZZLE-CHECK-PLAYED
           IF WS-PZ-PLAYED = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM PUZZLE-DICT-INIT
           IF WS-PZ-DICT-OK = "N" THEN
             EXIT PARAGRAPH
           END-IF

      *>     始めの単語を1語目に置き、見せた時の刻印を
      *>     かかった時間の起点にする
           INITIALIZE LOG-TBL
           MOVE 1 TO W-NUM
           MOVE WS-PZ-START TO L-WORD(1)
           MOVE PUZZLE-NAME TO L-NAME(1)
           PERFORM BUILD-STAMP
           MOVE WS-STAMP    TO L-STAMP(1)
           MOVE 2 TO W-NUM
           MOVE 0   TO WS-PZ-LEN
           MOVE "N" TO WS-PZ-SOLVED

           DISPLAY SPACE
           DISPLAY "*** 今日のパズル("
               WS-START-DATE(1:4) "年"
               WS-START-DATE(5:2) "月"
               WS-START-DATE(7:2) "日) ***"
           DISPLAY "始めの単語:" WS-PZ-START
           DISPLAY WS-PZ-MAX "語以内で「" WS-PZ-TARGET
               WITH NO ADVANCING
           DISPLAY "」で終わる単語まで" WITH NO ADVANCING
           DISPLAY "つないでください。"
           DISPLAY "(ENDであきらめます)"

           PERFORM PUZZLE-INPUT
           PERFORM UNTIL IN-STR = "END" OR "end"
                                OR "おわり" OR "終わり"
             IF IN-STR NOT = SPACE THEN
               PERFORM CHECK-WORD
               IF NOT ERR THEN
                 PERFORM PUZZLE-CHECK-DICT
               END-IF
               IF NOT ERR THEN
                 PERFORM PUZZLE-ADD-WORD
               END-IF
             END-IF
             IF WS-PZ-SOLVED = "Y" OR WS-PZ-LEN >= WS-PZ-MAX THEN
               EXIT PERFORM
             END-IF
             PERFORM PUZZLE-INPUT
           END-PERFORM

           PERFORM PUZZLE-WRITE-RESULT.

       PUZZLE-LOAD.
      *> ＠ PUZZLE-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 出題表から今日の行を探す
      *> -   (無い・欄が欠けている時はWS-PZ-FOUNDを
      *> -    Nで返す。同じ日の行が2つあれば先の行)
      *> - 始めの単語はお題の辞書と同じく正規化する
      *> ---------------------------------------------------------
           MOVE "N" TO WS-PZ-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-FILE
           PERFORM UNTIL EOF
             READ PUZZLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PZ-DATE = WS-START-DATE THEN
                   MOVE "Y"       TO WS-PZ-FOUND
                   MOVE PZ-START  TO WS-PZ-START
                   MOVE PZ-TARGET TO WS-PZ-TARGET
                   IF PZ-MAX IS NUMERIC THEN
                     MOVE PZ-MAX TO WS-PZ-MAX
                   ELSE
                     MOVE 0      TO WS-PZ-MAX
                   END-IF
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-FILE
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-PZ-FOUND = "N" THEN
             DISPLAY "!! 今日のパズルはまだ"
                 WITH NO ADVANCING
             DISPLAY "用意されていません。"
             EXIT PARAGRAPH
           END-IF
           IF WS-PZ-START = SPACE OR WS-PZ-TARGET = SPACE
              OR WS-PZ-MAX = 0 THEN
             MOVE "N" TO WS-PZ-FOUND
             DISPLAY "!! 今日のパズルの出題に"
                 WITH NO ADVANCING
             DISPLAY "欠けている欄があります。"
             DISPLAY "(辞書係に知らせてください)"
             EXIT PARAGRAPH
           END-IF

           MOVE WS-PZ-START TO WS-NORM-WORD
           PERFORM NORMALIZE-DICT-WORD
           MOVE WS-NORM-WORD TO WS-PZ-START.

       PUZZLE-CHECK-PLAYED.
      *> ＠ PUZZLE-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 今日もう挑戦したかを控えから調べ、挑戦済み
      *> -   なら前の結果を見せてWS-PZ-PLAYEDをYで返す
      *> -   (何度もやり直せると、日ごとの順位が
      *> -    比べられなくなるため)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-PZ-PLAYED
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PUZZLE-RES
           PERFORM UNTIL EOF
             READ PUZZLE-RES
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PQ-DATE = WS-START-DATE
                    AND PQ-NAME = MY-NAME THEN
                   MOVE "Y" TO WS-PZ-PLAYED
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PUZZLE-RES
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-PZ-PLAYED = "Y" THEN
             DISPLAY "!! 今日のパズルには"
                 WITH NO ADVANCING
             DISPLAY "もう挑戦しています。"
             IF PQ-SOLVED = "Y" THEN
               DISPLAY "(結果:正解 " PQ-LEN "語・"
                   PQ-SECS "秒)"
             ELSE
               DISPLAY "(結果:届かず " PQ-LEN "語)"
             END-IF
           END-IF.

       PUZZLE-DICT-INIT.
      *> ＠ PUZZLE-MAIN内での読み込み処理です
      *> ---------------------------------------------------------
      *> - 通してよい単語の一覧として、コンピュータの
      *> -   持ち歌(CPU-DICT-TBL)と、たべものの辞書
      *> -   (WORD-DICT-TBL)を読み込む
      *> -   (固有名詞の辞書は「使ってはいけない」
      *> -    一覧のため使わない)
      *> - どちらも無ければパズルは遊べない
      *> ---------------------------------------------------------
           MOVE "Y" TO WS-PZ-DICT-OK
           PERFORM CPU-DICT-INIT
           MOVE SPACE TO WS-DICT-PATH
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                             DELIMITED BY SIZE
                  "FOOD-DICT.TXT"
                             DELIMITED BY SIZE
             INTO WS-DICT-PATH
           PERFORM TOPIC-DICT-INIT
           IF WS-CPU-DICT-CNT = 0 AND WS-DICT-CNT = 0 THEN
             MOVE "N" TO WS-PZ-DICT-OK
             DISPLAY "!! 単語辞書が無いため"
                 WITH NO ADVANCING
             DISPLAY "パズルは遊べません。"
           END-IF.

       PUZZLE-INPUT.
      *> ＠ PUZZLE-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - ここまでのつなぎと、あと何語使えるかを見せて
      *> -   次の単語を聞く(INPUT-WORDと同じく、表記と
      *> -   よみを分け、カタカナを正規化する)
      *> ---------------------------------------------------------
           DISPLAY SPACE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = W-NUM
             PERFORM SET-DSP-WORD
             DISPLAY "  → " WS-DSP-WORD
           END-PERFORM

           MOVE L-WORD(W-NUM - 1) TO STR-TMP
           PERFORM SET-LINK-CHAR
           COMPUTE WS-PZ-LEFT = WS-PZ-MAX - WS-PZ-LEN
           DISPLAY "「" WS-LINK-CHAR "」から始まる単語を"
               WITH NO ADVANCING
           DISPLAY "入力してください(目標「" WS-PZ-TARGET
               WITH NO ADVANCING
           DISPLAY "」、あと" WS-PZ-LEFT "語)"

           ACCEPT IN-STR
           PERFORM SPLIT-KANJI-INPUT
           PERFORM NORMALIZE-KATAKANA.

       PUZZLE-CHECK-DICT.
      *> ＠ PUZZLE-MAIN内でのチェック処理の一部です
      *> ---------------------------------------------------------
      *> - 入力された単語(よみ)が、持ち歌かたべものの
      *> -   辞書にあるか
      *> - CHECK-WORDの後で呼ぶ(ERR-FLGは初期化済み)
      *> ---------------------------------------------------------
           PERFORM VARYING CJ FROM 1 BY 1
               UNTIL CJ > WS-CPU-DICT-CNT
             IF CPU-WORD(CJ) = IN-STR THEN
               EXIT PARAGRAPH
             END-IF
           END-PERFORM

           SET DW TO 1
           SEARCH DICT-WORD
            AT END
             SET ERR TO TRUE
             DISPLAY "!! その単語は辞書に" WITH NO ADVANCING
             DISPLAY "無いため使えません"
            WHEN DW > WS-DICT-CNT
             SET ERR TO TRUE
             DISPLAY "!! その単語は辞書に" WITH NO ADVANCING
             DISPLAY "無いため使えません"
            WHEN DICT-WORD(DW) = IN-STR
             CONTINUE
           END-SEARCH.

       PUZZLE-ADD-WORD.
      *> ＠ PUZZLE-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 通った単語を刻印つきでつなぎの末尾に足し、
      *> -   目標の文字で次へ繋がる形になったかを見る
      *> ---------------------------------------------------------
           MOVE IN-STR      TO L-WORD(W-NUM)
           MOVE MY-NAME     TO L-NAME(W-NUM)
           MOVE WS-IN-KANJI TO L-KANJI(W-NUM)
           PERFORM BUILD-STAMP
           MOVE WS-STAMP    TO L-STAMP(W-NUM)
           ADD 1 TO W-NUM
           ADD 1 TO WS-PZ-LEN

           MOVE IN-STR TO STR-TMP
           PERFORM SET-LINK-CHAR
           IF WS-LINK-CHAR = WS-PZ-TARGET THEN
             MOVE "Y" TO WS-PZ-SOLVED
           END-IF.

       PUZZLE-WRITE-RESULT.
      *> ＠ PUZZLE-MAIN内での処理です
      *> ---------------------------------------------------------
      *> - 挑戦の結果を見せ、控えへ追記する
      *> - かかった秒数は、始めの単語の刻印から、正解
      *> -   なら最後の単語の刻印まで、届かなかった時は
      *> -   終えた時の刻印まで(数え方は時間制限と
      *> -   同じCALC-CLOCK-GAP)
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE L-STAMP(1) TO WS-CLK-FROM
           IF WS-PZ-SOLVED = "Y" THEN
             MOVE L-STAMP(W-NUM - 1) TO WS-CLK-TO
           ELSE
             MOVE WS-STAMP           TO WS-CLK-TO
           END-IF
           PERFORM CALC-CLOCK-GAP

           DISPLAY SPACE
           IF WS-PZ-SOLVED = "Y" THEN
             DISPLAY "*** 正解です! " WS-PZ-LEN "語・"
                 WITH NO ADVANCING
             DISPLAY WS-CLK-GAP "秒でした ***"
           ELSE
             DISPLAY "*** 残念、今日は" WITH NO ADVANCING
             DISPLAY "届きませんでした(" WITH NO ADVANCING
             DISPLAY WS-PZ-LEN "語) ***"
           END-IF

           MOVE WS-START-DATE TO PQ-DATE
           MOVE MY-NAME       TO PQ-NAME
           MOVE WS-PZ-LEN     TO PQ-LEN
           MOVE WS-CLK-GAP    TO PQ-SECS
           MOVE WS-PZ-SOLVED  TO PQ-SOLVED
           MOVE WS-STAMP      TO PQ-STAMP
           OPEN EXTEND PUZZLE-RES
           WRITE PQ-REC
           CLOSE PUZZLE-RES.

       INPUT-WORD.
           PERFORM DSP-WORD
           ACCEPT IN-STR
           PERFORM SPLIT-KANJI-INPUT
           PERFORM NORMALIZE-KATAKANA.

       SPLIT-KANJI-INPUT.
      *> ---------------------------------------------------------
      *> - 「表記/よみ」の形の入力を、表記(WS-IN-KANJI)と
      *> -   よみ(IN-STR)に分ける
      *> -   (区切りは半角・全角どちらの「/」でもよい。
      *> -    区切りの無い入力は従来どおりよみだけ)
      *> - 判定・つなぎ・得点はよみで行い、表記は
      *> -   並び持ちのファイルへ残して見せるのに使う
      *> - 形が崩れている時は、入力を空白にして
      *> -   (読み直しになる)書き込ませない
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-IN-KANJI
           MOVE 0 TO WS-SLASH-CNT
           INSPECT IN-STR TALLYING WS-SLASH-CNT
             FOR ALL "/" ALL "／"
           IF WS-SLASH-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF

           MOVE IN-STR TO WS-IN-RAW
           MOVE SPACE  TO IN-STR
           UNSTRING WS-IN-RAW DELIMITED BY "/" OR "／"
             INTO WS-IN-KANJI IN-STR
           END-UNSTRING
           IF WS-SLASH-CNT > 1
              OR WS-IN-KANJI = SPACE OR WS-IN-KANJI(1:1) = SPACE
              OR IN-STR = SPACE OR IN-STR(1:1) = SPACE THEN
             DISPLAY "!! 漢字は「表記/よみ」の形で"
                 WITH NO ADVANCING
             DISPLAY "入力してください(例: 林檎/りんご)"
             MOVE SPACE TO WS-IN-KANJI
             MOVE SPACE TO IN-STR
             EXIT PARAGRAPH
           END-IF

      *>     表記とよみが同じなら表記なしとする
           IF WS-IN-KANJI = IN-STR THEN
             MOVE SPACE TO WS-IN-KANJI
           END-IF.

       NORMALIZE-KATAKANA.
      *> ---------------------------------------------------------
      *> - 全角カタカナをひらがなに正規化する
           PERFORM CHECK-CONTAINS
           IF NOT ERR THEN
             PERFORM CHECK-TOPIC
           END-IF
           IF NOT ERR THEN
             PERFORM CHECK-REJECTED
           END-IF.
       
       CHECK-TURN.
           END-IF

           IF TURN-ROTATION THEN
      *>     時間切れで没収された番があれば、没収された
      *>     人を直前の人とみなして次へ回す
             PERFORM FORFEIT-LOAD
             PERFORM SET-TURN-BEGIN
             PERFORM SET-TURN-OWNER
      *>     最初の1語は順番表の先頭の(脱落していない)
      *>     人から。勝ち抜き戦では脱落した人の番を飛ばす
             IF WS-LAST-MOVER = SPACE OR WS-PREV-POS NOT = 0
             THEN
               IF MY-NAME NOT = WS-TURN-OWNER THEN
                 SET ERR TO TRUE
                 MOVE "Y" TO WS-TURN-NG
                 DISPLAY "!! 次は「" WS-TURN-OWNER "」"
                     WITH NO ADVANCING
                 DISPLAY "さんの番です"
               END-IF
       CHECK-IS-OUT.
       *> ------------------------------------------------------
       *> - WS-CHK-NAMEが脱落済みかどうかを
       *> -   WS-OUT-FLGへ返す(持ち時間を使い切った
       *> -   人も脱落と同じに扱う)
       *> ------------------------------------------------------
           MOVE "N" TO WS-OUT-FLG
           PERFORM VARYING EZ FROM 1 BY 1
             IF EL-OUT(EZ) = WS-CHK-NAME THEN
               MOVE "Y" TO WS-OUT-FLG
             END-IF
           END-PERFORM
      *>     持ち時間を使い切った人も、勝ち抜き戦で
      *>     なくても番を飛ばす
           PERFORM VARYING FI FROM 1 BY 1
               UNTIL FI > WS-FF-CNT OR WS-OUT-FLG = "Y"
             IF FFT-NAME(FI) = WS-CHK-NAME
                AND FFT-KIND(FI) = "G" THEN
               MOVE "Y" TO WS-OUT-FLG
             END-IF
           END-PERFORM.

       MATCH-GATE.
       ELIMINATE-ME.
       *> ------------------------------------------------------
       *> - 自分の脱落をELIM-FILEへ追記して全プレイヤーに
       *> -   知らせ、対戦成績の1敗を成績の差分へ追記する
       *> ------------------------------------------------------
           OPEN EXTEND ELIM-FILE
           MOVE SPACE   TO EL-MARK
           SEARCH PM
             AT END CONTINUE
             WHEN PM-NAME(PMX) = MY-NAME
               INITIALIZE PX-REC
               MOVE MY-NAME TO PX-NAME
               MOVE "L"     TO PX-KIND
               PERFORM WRITE-PLAYER-TXN
           END-SEARCH

           PERFORM READ-ELIM-LIST
       RECORD-WIN.
       *> ＠ CHECK-MATCH-END内での処理です
       *> ------------------------------------------------------
       *> - 勝者の対戦成績の1勝を成績の差分へ追記する
       *> - 勝者は自分とは限らないため、先に成績を
       *> -   読み直して(差分も当てて)最新にしておく
       *> ------------------------------------------------------
           PERFORM PLAYER-INIT

           SEARCH PM
             AT END CONTINUE
             WHEN PM-NAME(PMX) = WS-WINNER-NAME
               INITIALIZE PX-REC
               MOVE WS-WINNER-NAME TO PX-NAME
               MOVE "V"            TO PX-KIND
               PERFORM WRITE-PLAYER-TXN
      *>       勝ち抜き戦を制した瞬間に称号を授与する
      *>       (勝者は自分とは限らない)
               MOVE WS-WINNER-NAME TO WS-AWARD-NAME
                 MOVE "04" TO WS-TITLE-CODE
                 PERFORM AWARD-TITLE
               END-IF
           END-SEARCH.

       CHECK-INVALID-CHAR.
       *> ＠ CHECK-WORD内でのチェック処理の一部です
                 DISPLAY "!! 「" D(Q) "」は使用できない文字"
                     WITH NO ADVANCING
                 DISPLAY "らしいです"
                 DISPLAY "(漢字は「表記/よみ」の形で"
                     WITH NO ADVANCING
                 DISPLAY "入力できます)"
                 EXIT PERFORM
                WHEN B(PB) = D(Q)
                 CONTINUE
       *> ---------------------------------------------------------
       *> -        入力された単語が
       *> -        すでに使われていないか
       *> - 設定(DUP-CHECK)により、よみが同じものを
       *> -   重複とするか、表記が同じものを重複とするか
       *> -   を切り替える(表記の無い単語はよみを
       *> -   表記とみなす)
       *> ---------------------------------------------------------
           IF WS-IN-KANJI = SPACE THEN
             MOVE IN-STR      TO WS-DUP-KEY
           ELSE
             MOVE WS-IN-KANJI TO WS-DUP-KEY
           END-IF
           SET I TO 1
           SEARCH L
            AT END CONTINUE
      *>     SPACE以降にはデータが無い
            WHEN L-WORD(I) = SPACE  CONTINUE
            WHEN (CFG-DUP-YOMI AND L-WORD(I) = IN-STR)
              OR (CFG-DUP-HYOKI AND L-KANJI(I) = WS-DUP-KEY)
              OR (CFG-DUP-HYOKI AND L-KANJI(I) = SPACE
                                AND L-WORD(I) = WS-DUP-KEY)
             SET ERR TO TRUE
             DISPLAY "!! その単語はもう" WITH NO ADVANCING
             DISPLAY "使われているらしいですよ"
             END-IF
           END-SEARCH.

       CHECK-REJECTED.
       *> ＠ CHECK-WORD内でのチェック処理の一部です
       *> ------------------------------------------------------------
       *> - 物言いが認められて却下された単語でないか
       *> -   (一覧は辞書係が裁定するたびに増えるため、
       *> -    遊んでいる最中にも効くよう毎回読み直す)
       *> ------------------------------------------------------------
           PERFORM REJECT-LOAD
           SET RX TO 1
           SEARCH RJ-WORD
            AT END CONTINUE
      *>     SPACE以降にはデータが無い
            WHEN RJ-WORD(RX) = SPACE  CONTINUE
            WHEN RJ-WORD(RX) = IN-STR
             SET ERR TO TRUE
             DISPLAY "!! その単語は物言いで" WITH NO ADVANCING
             DISPLAY "却下されています"
           END-SEARCH.

       REJECT-LOAD.
      *> ---------------------------------------------------------
      *> - 却下された単語の一覧を読み込む
      *> -   (辞書係がDICT-MAINTで手直しすることも
      *> -    あるため、お題の辞書と同じく正規化する)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-REJECT-CNT
           INITIALIZE REJECT-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT REJECT-LIST
           PERFORM UNTIL EOF
             READ REJECT-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF WS-REJECT-CNT >= REJECT-TBL-MAX THEN
                   DISPLAY "!! 却下された単語が"
                       WITH NO ADVANCING
                   DISPLAY REJECT-TBL-MAX WITH NO ADVANCING
                   DISPLAY "語を超えたため" WITH NO ADVANCING
                   DISPLAY "それ以降は読み込みません。"
                   SET EOF TO TRUE
                 ELSE
                   IF RJ-REC NOT = SPACE THEN
                     ADD 1 TO WS-REJECT-CNT
                     MOVE RJ-REC TO WS-NORM-WORD
                     PERFORM NORMALIZE-DICT-WORD
                     MOVE WS-NORM-WORD TO RJ-WORD(WS-REJECT-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REJECT-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-CHAR.
       *> =========================================================
       *> =          STR-TMP内の最後の文字の位置を探す
               SET I TO 1
             END-IF
             PERFORM VARYING I FROM I BY 1 UNTIL I = W-NUM
               PERFORM SET-DSP-WORD
               DISPLAY WS-DSP-WORD SPACE "(" L-NAME(I) ")"
             END-PERFORM
             
             SUBTRACT 1 FROM W-NUM
             DISPLAY "「" WS-LINK-CHAR "」から"
                 WITH NO ADVANCING
             DISPLAY "始まる単語を入力してください。"
           END-IF

      *>     時間制限つきのゲームなら、残り時間を出す
           PERFORM SHOW-CLOCK

      *>     物言いの投票中なら、投票を促す
           PERFORM VOTE-LOAD
           IF WS-VOTE-OPEN = "Y" THEN
             DISPLAY "** 「" WS-VH-WORD "」(" WITH NO ADVANCING
             DISPLAY WS-VH-AUTHOR ")に物言いがついています"
                 WITH NO ADVANCING
             DISPLAY "(VOTEで投票) **"
           END-IF.
       
       SET-DSP-WORD.
      *> ＠ DSP-WORD内での処理です
      *> ---------------------------------------------------------
      *> - I番目の単語の見せ方をWS-DSP-WORDへ作る
      *> -   (表記があれば「表記(よみ)」、無ければよみ)
      *> - 長くて収まらない時は表記だけにする
      *> ---------------------------------------------------------
           IF L-KANJI(I) = SPACE THEN
             MOVE L-WORD(I) TO WS-DSP-WORD
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DSP-WORD
           STRING L-KANJI(I) DELIMITED BY SPACE
                  "("        DELIMITED BY SIZE
                  L-WORD(I)  DELIMITED BY SPACE
                  ")"        DELIMITED BY SIZE
             INTO WS-DSP-WORD
             ON OVERFLOW
               MOVE L-KANJI(I) TO WS-DSP-WORD
           END-STRING.

       UNDO-WORD.
      *> ---------------------------------------------------------
      *> - 直前に自分が書き込んだ単語を
                 INVALID KEY CONTINUE
               END-DELETE
               CLOSE STAMP-FILE
               OPEN I-O KANJI-FILE
               DELETE KANJI-FILE
                 INVALID KEY CONTINUE
               END-DELETE
               CLOSE KANJI-FILE
               PERFORM UNDO-PLAYER-STATS
      *>         何が消えたのかを操作記録に残す
               MOVE "UNDO"  TO WS-OPS-ACTION
               MOVE SPACE TO L-WORD(W-NUM)
               MOVE SPACE TO L-NAME(W-NUM)
               MOVE SPACE TO L-STAMP(W-NUM)
               MOVE SPACE TO L-KANJI(W-NUM)
           END-DELETE
           CLOSE S-FILE.

      *> ＠ UNDO-WORD内での処理です
      *> ---------------------------------------------------------
      *> - 取り消した単語の分だけ、UPDATE-PLAYER-STATSで
      *> -   加算した成績(合計単語数・得点・最長記録)を
      *> -   元に戻す差分を追記する
      *> - 取り消した単語が最長記録だった時の戻し先と
      *> -   して、部屋の残りの履歴から選び直した最長の
      *> -   単語を添えておく(最長記録がその単語か
      *> -   どうかは、差分を当てる時に見る)
      *> ---------------------------------------------------------
           SET PMX TO 1
           SEARCH PM
             AT END CONTINUE
             WHEN PM-NAME(PMX) = MY-NAME
      *>       取り消した単語で獲得した得点を戻す
               MOVE L-WORD(W-NUM) TO WS-SCORE-WORD
               PERFORM CALC-WORD-SCORE

               INITIALIZE PX-REC
               MOVE MY-NAME       TO PX-NAME
               MOVE "U"           TO PX-KIND
               MOVE 1             TO PX-WORDS
               MOVE WS-WORD-SCORE TO PX-POINTS
               MOVE L-WORD(W-NUM) TO PX-WORD
               MOVE 0 TO WK-LEN
               INSPECT L-WORD(W-NUM) TALLYING WK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WK-LEN        TO PX-LEN

               PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NUM - 1
                 IF L-NAME(I) = MY-NAME THEN
                   MOVE 0 TO WK-LEN
                   INSPECT L-WORD(I) TALLYING WK-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WK-LEN > PX-NEW-LEN THEN
                     MOVE L-WORD(I) TO PX-NEW-WORD
                     MOVE WK-LEN    TO PX-NEW-LEN
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM WRITE-PLAYER-TXN
           END-SEARCH.

       RESET-GAME.
             MOVE L-WORD(I)  TO ARCH-WORD
             MOVE L-NAME(I)  TO ARCH-NAME
             MOVE L-STAMP(I) TO ARCH-STAMP
             MOVE L-KANJI(I) TO ARCH-KANJI
             WRITE ARCH-REC
           END-PERFORM
           CLOSE ARCHIVE-FILE
           END-READ
           CLOSE S-FILE

      *>     お題・ルール・勝者はこの後マーカーごと
      *>     消えるため、その前に登録簿へ記帳する
           PERFORM WRITE-GAME-REGISTER

      *>     投票中の物言いは、単語ごと退避されて
      *>     しまう前にその時点の票で締め切り、
      *>     辞書係の裁定へ回しておく
           PERFORM VOTE-LOAD
           MOVE "Y" TO WS-VOTE-FORCE
           PERFORM VOTE-CLOSE-CHECK
           MOVE "N" TO WS-VOTE-FORCE

           OPEN OUTPUT S-FILE
           CLOSE S-FILE
           OPEN OUTPUT STAMP-FILE
           CLOSE STAMP-FILE
           OPEN OUTPUT KANJI-FILE
           CLOSE KANJI-FILE

      *>     お題と順番ルールも新規ゲームごとに
      *>     選び直せるよう、共有マーカーを
           CLOSE RULE-MARKER
           OPEN OUTPUT ELIM-FILE
           CLOSE ELIM-FILE
           OPEN OUTPUT VOTE-FILE
           CLOSE VOTE-FILE
           OPEN OUTPUT CLOCK-MARKER
           CLOSE CLOCK-MARKER
           OPEN OUTPUT FORFEIT-FILE
           CLOSE FORFEIT-FILE

      *>     何語をどこへ退避して空にしたのかを
      *>     操作記録に残す(W-NUMを戻す前に数える)
           PERFORM SELECT-TOPIC
           PERFORM SELECT-HOUSE-RULES
           PERFORM SELECT-TURN-RULE
           PERFORM SELECT-TIME-LIMIT

      *>     新しいゲームが固定順番になった時は、
      *>     順番表にいないコンピュータは書き込めない
             END-IF
           END-IF.

       WRITE-GAME-REGISTER.
      *> ＠ RESET-GAME内での処理です
      *> ---------------------------------------------------------
      *> - 退避したゲームの1行を登録簿(GAMES.DAT)へ
      *> -   追記する(退避ファイルの名前で引けるよう、
      *> -   置き場所を除いた名前を持たせる)
      *> - お題・ハウスルール・順番ルールは、途中で
      *> -   勝ち抜き戦が取り下げられた時なども
      *> -   正しく残るよう共有のマーカーから読む
      *> -   (マーカーが無い時だけ自分の設定を使う)
      *> - 勝者はELIM-FILEの「* 」行から拾う
      *> ---------------------------------------------------------
           MOVE SPACE TO GM-REC
           MOVE WS-ARCHIVE-PATH(CFG-DATA-LEN + 1:)
             TO GM-ARCH-NAME
           MOVE WS-ROOM-NAME       TO GM-ROOM
           MOVE L-STAMP(1)         TO GM-START
           MOVE L-STAMP(W-NUM - 1) TO GM-END
      *>     刻印の無い古い記録しか無い時は、退避した
      *>     日時を終わりの日時とする
           IF GM-END = SPACE THEN
             STRING WS-DATE      DELIMITED BY SIZE
                    WS-TIME(1:6) DELIMITED BY SIZE
               INTO GM-END
           END-IF
           COMPUTE GM-WORDS = W-NUM - 1

           PERFORM READ-TOPIC-MARKER
           IF NOT EOF THEN
             MOVE TM-MODE       TO GM-TOPIC
           ELSE
             MOVE WS-TOPIC-MODE TO GM-TOPIC
           END-IF

           PERFORM READ-RULE-MARKER
           IF NOT EOF THEN
             MOVE HR-REC           TO GM-RULES
           ELSE
             MOVE WS-RULE-CHOON    TO GM-CHOON
             MOVE WS-RULE-MINLEN   TO GM-MINLEN
             MOVE WS-RULE-DAKU     TO GM-DAKU
             MOVE WS-RULE-MATCH    TO GM-MATCH
             MOVE WS-RULE-ATTEMPTS TO GM-ATTEMPTS
           END-IF

      *>     参加者は順番表の顔ぶれを先に、続いて
      *>     実際に書き込んだ人を並べる(順番表にいて
      *>     1語も書けずに脱落した人も載るように)
           MOVE 0 TO GM-PLAYER-CNT
           PERFORM READ-TURN-MARKER
           IF NOT EOF THEN
             MOVE TN-MODE      TO GM-TURN-MODE
             IF TN-CNT IS NUMERIC THEN
               PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > TN-CNT OR TX > TURN-TBL-MAX
                 MOVE TN-NAME(TX) TO WS-CHK-NAME
                 PERFORM ADD-GAME-PLAYER
               END-PERFORM
             END-IF
           ELSE
             MOVE WS-TURN-MODE TO GM-TURN-MODE
           END-IF
           MOVE LOW-VALUE TO EOF-FLG

           PERFORM CALC-SUMMARY
           PERFORM VARYING M FROM 1 BY 1
               UNTIL M > WS-PLAYER-CNT
             MOVE NM(M) TO WS-CHK-NAME
             PERFORM ADD-GAME-PLAYER
           END-PERFORM

           PERFORM READ-ELIM-LIST
           IF WS-MATCH-OVER = "Y" THEN
             MOVE WS-WINNER-NAME TO GM-WINNER
           END-IF

           OPEN EXTEND GAME-FILE
           WRITE GM-REC
           CLOSE GAME-FILE.

       ADD-GAME-PLAYER.
      *> ＠ WRITE-GAME-REGISTER内での処理です
      *> ---------------------------------------------------------
      *> - WS-CHK-NAMEをまだ載せていなければ参加者に
      *> -   数える(名前を載せるのはGM-PLAYER-MAX人まで)
      *> ---------------------------------------------------------
           IF WS-CHK-NAME = SPACE THEN
             EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GM-HIT
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GM-PLAYER-CNT OR GX > GM-PLAYER-MAX
                  OR WS-GM-HIT = "Y"
             IF GM-PLAYER(GX) = WS-CHK-NAME THEN
               MOVE "Y" TO WS-GM-HIT
             END-IF
           END-PERFORM
           IF WS-GM-HIT = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO GM-PLAYER-CNT
           IF GM-PLAYER-CNT <= GM-PLAYER-MAX THEN
             MOVE WS-CHK-NAME TO GM-PLAYER(GM-PLAYER-CNT)
           END-IF.

       BUILD-ARCHIVE-NAME.
      *> ---------------------------------------------------------
      *> - 現在の日時から退避ファイル名を組み立てる
             MOVE L-WORD(I)  TO ARCH-WORD
             MOVE L-NAME(I)  TO ARCH-NAME
             MOVE L-STAMP(I) TO ARCH-STAMP
             MOVE L-KANJI(I) TO ARCH-KANJI
             WRITE ARCH-REC
           END-PERFORM
           CLOSE ARCHIVE-FILE
      *> ---------------------------------------------------------
      *> - ゲーム終了時に、合計単語数・参加人数・
      *> -   最長の単語・開始/終了日時を表示する
      *> - 時間制限つきのゲームでは、時間切れで番を
      *> -   没収された人も一覧する
      *> ---------------------------------------------------------
           OPEN INPUT S-FILE
           PERFORM F-READ
             END-IF
             PERFORM REPORT-HOURLY
           END-IF
           PERFORM REPORT-TIMEOUTS

           DISPLAY "開始日時   : " WS-START-DATE "_"
               WS-START-TIME(1:6)
             END-IF
           END-PERFORM.

       REPORT-TIMEOUTS.
      *> ＠ END-SUMMARY内での表示処理です
      *> ---------------------------------------------------------
      *> - 時間切れで番を没収された人を、没収の1回ごとに
      *> -   表示する(時間制限の無いゲームでは何も出ない)
      *> ---------------------------------------------------------
           PERFORM FORFEIT-LOAD
           IF WS-FF-CNT = 0 THEN
             EXIT PARAGRAPH
           END-IF
           DISPLAY "時間切れ   :"
           PERFORM VARYING FI FROM 1 BY 1 UNTIL FI > WS-FF-CNT
             DISPLAY "  " FFT-NAME(FI) " (" FFT-NUM(FI)
                 WITH NO ADVANCING
             IF FFT-KIND(FI) = "G" THEN
               DISPLAY "語目の番で持ち時間切れ)"
             ELSE
               DISPLAY "語目の番 " FFT-SEC(FI) "秒)"
             END-IF
           END-PERFORM.

       F-READ.
      *     前回読み込んだ場所から続きを読み込めば
      *     良いため、MOVE 1 TO W-NUM は不要となる。
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STAMP-FILE
           OPEN INPUT KANJI-FILE
           PERFORM UNTIL EOF
             READ S-FILE
               INVALID KEY  SET EOF TO TRUE
               NOT INVALID KEY
                   MOVE S-WORD  TO L-WORD(W-NUM)
                   MOVE S-NAME  TO L-NAME(W-NUM)
                   PERFORM STAMP-READ
                   PERFORM KANJI-READ
                   ADD 1 TO W-NUM
                 END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STAMP-FILE
           CLOSE KANJI-FILE.

       STAMP-READ.
      *> ＠ F-READ内での処理です
               END-IF
           END-READ.

       KANJI-READ.
      *> ＠ F-READ内での処理です
      *> ---------------------------------------------------------
      *> - 同じW-NUMの位置の表記を並び持ちの
      *> -   ファイルから読む(STAMP-READと同じ読み方)
      *> - 表記の無い単語・ファイルそのものが
      *> -   無い時代の記録は空白(表記なし)のままにする
      *> ---------------------------------------------------------
           MOVE SPACE TO L-KANJI(W-NUM)
           READ KANJI-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF WS-KANJI-ST = "00" THEN
                 MOVE KJ-WORD TO L-KANJI(W-NUM)
               END-IF
           END-READ.

       F-WRITE-RETRY.
      *> ---------------------------------------------------------
      *> - WRITEが他の人と衝突した場合、最新の内容を

       F-WRITE.
           MOVE LOW-VALUE TO ERR-FLG
      *>     重複の見方はCHECK-CONTAINSと同じ
           IF WS-IN-KANJI = SPACE THEN
             MOVE IN-STR      TO WS-DUP-KEY
           ELSE
             MOVE WS-IN-KANJI TO WS-DUP-KEY
           END-IF
           SET I TO 1
           SEARCH L
             AT END CONTINUE
      *>       SPACE以降にはデータが無い
             WHEN L-WORD(I) = SPACE  CONTINUE
             WHEN (CFG-DUP-YOMI AND L-WORD(I) = IN-STR)
               OR (CFG-DUP-HYOKI AND L-KANJI(I) = WS-DUP-KEY)
               OR (CFG-DUP-HYOKI AND L-KANJI(I) = SPACE
                                 AND L-WORD(I) = WS-DUP-KEY)
               DISPLAY "!! その単語は" WITH NO ADVANCING
               DISPLAY "既に使われています。"
               SET ERR TO TRUE
             MOVE IN-STR   TO S-WORD L-WORD(W-NUM)
             MOVE MY-NAME  TO S-NAME L-NAME(W-NUM)
             MOVE WS-STAMP TO L-STAMP(W-NUM)
             MOVE WS-IN-KANJI TO L-KANJI(W-NUM)
             WRITE S-REC
               INVALID KEY
                 DISPLAY "!! 誰かが先に" WITH NO ADVANCING
                 SET ERR TO TRUE
               NOT INVALID KEY
                 PERFORM STAMP-WRITE
                 PERFORM KANJI-WRITE
                 ADD 1 TO W-NUM
             END-WRITE
           END-IF.
           END-WRITE
           CLOSE STAMP-FILE.

       KANJI-WRITE.
      *> ＠ F-WRITE内での処理です
      *> ---------------------------------------------------------
      *> - 書き込めた単語と同じW-NUMの位置へ
      *> -   表記を書く(STAMP-WRITEと同じやり方)
      *> - 表記の無い単語も空白で書き、前のゲームの
      *> -   消し残りが同じ位置にあれば上書きする
      *> ---------------------------------------------------------
           OPEN I-O KANJI-FILE
           MOVE WS-IN-KANJI TO KJ-WORD
           WRITE KJ-REC
             INVALID KEY
               REWRITE KJ-REC
                 INVALID KEY CONTINUE
               END-REWRITE
           END-WRITE
           CLOSE KANJI-FILE.

       BUILD-STAMP.
      *> ＠ F-WRITE内での処理です
      *> ---------------------------------------------------------
      *> -    成績保存が混ざってしまうため。止めは
      *> -    しない — 前回の自分の残り印のことも
      *> -    あるため)
      *> - 出場停止中・引退の名前は印を書かずに断る
      *> ---------------------------------------------------------
           PERFORM CHECK-PLAYER-STAT
           PERFORM PRESENCE-LOAD

           MOVE 0 TO WS-PRES-POS
      *> - WHOコマンド。いまこの部屋にいる人の印を
      *> -   一覧する(古い印は読み込みで捨てられる
      *> -   ため、出てくるのは生きている印だけ)
      *> - 時間制限つきのゲームでは、1人ずつの持ち時間の
      *> -   残りと、いまの番の残り時間もあわせて出す
      *> ---------------------------------------------------------
           PERFORM PRESENCE-LOAD
           IF WS-CLOCK-ON = "Y" THEN
             PERFORM CLOCK-PREPARE
           END-IF

           DISPLAY "*** いまこの部屋にいる人 ***"
           IF WS-PRES-CNT = 0 THEN
             DISPLAY "(誰もいない印です)"
             PERFORM SHOW-CLOCK
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX FROM 1 BY 1
             DISPLAY PRT-STAMP(PX)(9:2) ":"
                 WITH NO ADVANCING
             DISPLAY PRT-STAMP(PX)(11:2) " から)"
                 WITH NO ADVANCING
      *>       持ち時間つきなら、1人ずつの残りも出す
      *>       (いまの番の人は、この番の経過も引く)
             IF WS-CLOCK-ON = "Y" AND WS-CLOCK-GAME NOT = 0
             THEN
               MOVE PRT-NAME(PX) TO WS-CLK-NAME
               MOVE 0 TO WS-CLK-ELAPSED
               IF WS-CLK-NAME = WS-TURN-OWNER THEN
                 MOVE WS-TURN-ELAPSED TO WS-CLK-ELAPSED
               END-IF
               PERFORM CALC-GAME-LEFT
               DISPLAY " 持ち時間の残り " WS-CLK-GAME-LEFT "秒"
                   WITH NO ADVANCING
             END-IF
             DISPLAY SPACE
           END-PERFORM
           DISPLAY "計 " WS-PRES-CNT "人"
           PERFORM SHOW-CLOCK.

       CHALLENGE-WORD.
      *> ---------------------------------------------------------
      *> - CHALLENGEコマンド。直前の単語に物言いをつけ、
      *> -   部屋に居る人(PRES-FILEの印)の投票に掛ける
      *> - 物言いは一度に1件だけ。自分の単語には
      *> -   つけられない。つけた本人は「認めない」の
      *> -   1票を入れたものとする
      *> - 単語はここでは消さない(投票の結果を見て、
      *> -   辞書係がDISPUTE-REVIEWで裁定する)
      *> ---------------------------------------------------------
           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE

           IF W-NUM = 1 THEN
             DISPLAY "!! まだ物言いをつけられる"
                 WITH NO ADVANCING
             DISPLAY "単語がありません。"
             EXIT PARAGRAPH
           END-IF

           PERFORM VOTE-LOAD
           IF WS-VOTE-OPEN = "Y" THEN
             DISPLAY "!! 「" WS-VH-WORD "」への"
                 WITH NO ADVANCING
             DISPLAY "物言いの投票が" WITH NO ADVANCING
             DISPLAY "まだ終わっていません。"
             EXIT PARAGRAPH
           END-IF

           IF L-NAME(W-NUM - 1) = MY-NAME THEN
             DISPLAY "!! 自分の単語には" WITH NO ADVANCING
             DISPLAY "物言いをつけられません。"
             EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STAMP
           MOVE MY-NAME            TO WS-VH-NAME
           COMPUTE WS-VH-NUM = W-NUM - 1
           MOVE L-WORD(W-NUM - 1)  TO WS-VH-WORD
           MOVE L-NAME(W-NUM - 1)  TO WS-VH-AUTHOR
           MOVE L-STAMP(W-NUM - 1) TO WS-VH-WSTAMP
           MOVE WS-STAMP           TO WS-VH-STAMP
           INITIALIZE VOTE-TBL
           MOVE 1       TO WS-VOTE-CNT
           MOVE MY-NAME TO VTT-NAME(1)
           MOVE "Y"     TO VTT-MARK(1)
           MOVE "Y"     TO WS-VOTE-OPEN
           PERFORM VOTE-SAVE

           DISPLAY "「" WS-VH-WORD "」(" WITH NO ADVANCING
           DISPLAY WS-VH-AUTHOR ")に物言いを"
               WITH NO ADVANCING
           DISPLAY "つけました。"
           DISPLAY "(部屋に居る人はVOTEで" WITH NO ADVANCING
           DISPLAY "投票してください)"

      *>     誰が誰のどの単語に物言いをつけたのかを
      *>     操作記録に残す
           MOVE "CHALLENGE" TO WS-OPS-ACTION
           MOVE SPACE       TO WS-OPS-DETAIL
           STRING "「"         DELIMITED BY SIZE
                  WS-VH-WORD   DELIMITED BY SPACE
                  "」("        DELIMITED BY SIZE
                  WS-VH-AUTHOR DELIMITED BY SPACE
                  ")に物言い"  DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG

      *>     ほかに投票できる人が居なければ、
      *>     この1票ですぐに締め切られる
           PERFORM VOTE-CLOSE-CHECK.

       CAST-VOTE.
      *> ---------------------------------------------------------
      *> - VOTEコマンド。投票中の物言いに1票を入れる
      *> -   (物言いをつけられた本人は投票できない。
      *> -    1人1票)
      *> - 入れた後、全員の票が揃っていれば締め切る
      *> ---------------------------------------------------------
           PERFORM VOTE-LOAD
           IF WS-VOTE-OPEN = "N" THEN
             DISPLAY "!! いま投票中の物言いは"
                 WITH NO ADVANCING
             DISPLAY "ありません。"
             EXIT PARAGRAPH
           END-IF

           IF MY-NAME = WS-VH-AUTHOR THEN
             DISPLAY "!! 物言いをつけられた本人は"
                 WITH NO ADVANCING
             DISPLAY "投票できません。"
             EXIT PARAGRAPH
           END-IF

           MOVE MY-NAME TO WS-CHK-NAME
           PERFORM CHECK-VOTED
           IF WS-VOTED = "Y" THEN
             DISPLAY "!! もう投票しています。"
             EXIT PARAGRAPH
           END-IF

           DISPLAY "「" WS-VH-WORD "」(" WITH NO ADVANCING
           DISPLAY WS-VH-AUTHOR ")への物言い"
               WITH NO ADVANCING
           DISPLAY "(" WS-VH-NAME ")"
           DISPLAY "Y:認めない(却下すべき)" WITH NO ADVANCING
           DISPLAY "  N:認める"
           ACCEPT WS-VOTE-IN
           EVALUATE WS-VOTE-IN
             WHEN "Y" WHEN "y"
               MOVE "Y" TO WS-VOTE-IN
             WHEN "N" WHEN "n"
               MOVE "N" TO WS-VOTE-IN
             WHEN OTHER
               DISPLAY "!! 投票を取りやめました。"
               EXIT PARAGRAPH
           END-EVALUATE

      *>     答えを待つ間に締め切られたり、別の物言いに
      *>     替わっていたりしないか、書く直前に読み直す
      *>     (マーカーと同じ守り方)
           MOVE WS-VH-STAMP TO WS-CHK-STAMP
           PERFORM VOTE-LOAD
           IF WS-VOTE-OPEN = "N"
              OR WS-VH-STAMP NOT = WS-CHK-STAMP THEN
             DISPLAY "!! 投票の間に締め切られました。"
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VOTED
           IF WS-VOTED = "Y" THEN
             DISPLAY "!! もう投票しています。"
             EXIT PARAGRAPH
           END-IF
           IF WS-VOTE-CNT >= PRES-TBL-MAX THEN
             DISPLAY "!! 投票できる人数の上限に"
                 WITH NO ADVANCING
             DISPLAY "達しています。"
             EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VOTE-CNT
           MOVE MY-NAME    TO VTT-NAME(WS-VOTE-CNT)
           MOVE WS-VOTE-IN TO VTT-MARK(WS-VOTE-CNT)
           PERFORM VOTE-SAVE
           DISPLAY "投票しました。"
      *>     生きている印として刻印を打ち直す
           PERFORM PRESENCE-TOUCH

           PERFORM VOTE-CLOSE-CHECK.

       CHECK-VOTED.
      *> ＠ CAST-VOTE・VOTE-CLOSE-CHECK内での処理です
      *> ---------------------------------------------------------
      *> - WS-CHK-NAMEの人がもう投票しているかを
      *> -   WS-VOTEDへ返す
      *> ---------------------------------------------------------
           MOVE "N" TO WS-VOTED
           PERFORM VARYING VX FROM 1 BY 1
               UNTIL VX > WS-VOTE-CNT OR WS-VOTED = "Y"
             IF VTT-NAME(VX) = WS-CHK-NAME THEN
               MOVE "Y" TO WS-VOTED
             END-IF
           END-PERFORM.

       VOTE-CLOSE-CHECK.
      *> ---------------------------------------------------------
      *> - 部屋に居る人(物言いをつけられた本人を除く)
      *> -   の票が揃っていれば投票を締め切り、結果を
      *> -   物言いの控え(DISPUTES.DAT)へ追記して
      *> -   VOTE-FILEを空にする
      *> - 途中で部屋を出た人の票もそのまま数える
      *> - WS-VOTE-FORCE="Y"の時(新規ゲームの前)は
      *> -   揃うのを待たずに、その時点の票で締め切る
      *> - 同数は「認める」(単語はそのまま)の側とする
      *> ---------------------------------------------------------
           IF WS-VOTE-OPEN = "N" THEN
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VOTE-WAIT
           IF WS-VOTE-FORCE = "N" THEN
             PERFORM PRESENCE-LOAD
             PERFORM VARYING PX FROM 1 BY 1
                 UNTIL PX > WS-PRES-CNT
               IF PRT-NAME(PX) NOT = WS-VH-AUTHOR THEN
                 MOVE PRT-NAME(PX) TO WS-CHK-NAME
                 PERFORM CHECK-VOTED
                 IF WS-VOTED = "N" THEN
                   ADD 1 TO WS-VOTE-WAIT
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-VOTE-WAIT NOT = 0 THEN
             DISPLAY "(あと" WS-VOTE-WAIT "人の"
                 WITH NO ADVANCING
             DISPLAY "投票を待っています)"
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VOTE-YES
           MOVE 0 TO WS-VOTE-NO
           PERFORM VARYING VX FROM 1 BY 1
               UNTIL VX > WS-VOTE-CNT
             IF VTT-MARK(VX) = "Y" THEN
               ADD 1 TO WS-VOTE-YES
             ELSE
               ADD 1 TO WS-VOTE-NO
             END-IF
           END-PERFORM

           MOVE WS-VH-STAMP  TO DP-STAMP
           MOVE WS-ROOM-NAME TO DP-ROOM
           MOVE WS-VH-NUM    TO DP-NUM
           MOVE WS-VH-WORD   TO DP-WORD
           MOVE WS-VH-WSTAMP TO DP-WORD-STAMP
           MOVE WS-VH-AUTHOR TO DP-AUTHOR
           MOVE WS-VH-NAME   TO DP-CHALLENGER
           MOVE WS-VOTE-YES  TO DP-YES
           MOVE WS-VOTE-NO   TO DP-NO
           IF WS-VOTE-YES > WS-VOTE-NO THEN
             MOVE "Y" TO DP-VOTE
           ELSE
             MOVE "N" TO DP-VOTE
           END-IF
           MOVE "P"   TO DP-STATUS
           MOVE SPACE TO DP-KEEPER
           MOVE SPACE TO DP-RULED
           OPEN EXTEND DISPUTE-FILE
           WRITE DP-REC
           CLOSE DISPUTE-FILE

           OPEN OUTPUT VOTE-FILE
           CLOSE VOTE-FILE
           MOVE "N" TO WS-VOTE-OPEN

           DISPLAY "*** 「" WS-VH-WORD "」への物言いの"
               WITH NO ADVANCING
           DISPLAY "投票を締め切りました ***"
           DISPLAY "認めない " WS-VOTE-YES "票 / 認める "
               WITH NO ADVANCING
           DISPLAY WS-VOTE-NO "票 (辞書係の裁定を"
               WITH NO ADVANCING
           DISPLAY "待ちます)"

           MOVE "VOTE"  TO WS-OPS-ACTION
           MOVE SPACE   TO WS-OPS-DETAIL
           STRING "「"         DELIMITED BY SIZE
                  WS-VH-WORD   DELIMITED BY SPACE
                  "」認めない" DELIMITED BY SIZE
                  WS-VOTE-YES  DELIMITED BY SIZE
                  " 認める"    DELIMITED BY SIZE
                  WS-VOTE-NO   DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       VOTE-LOAD.
      *> ---------------------------------------------------------
      *> - VOTE-FILEを読み、投票中の物言い(先頭の行)と
      *> -   票(続く行)をWS-VOTE-HEAD/VOTE-TBLへ取り込む
      *> - 物言いの行が無ければWS-VOTE-OPEN="N"
      *> ---------------------------------------------------------
           MOVE "N" TO WS-VOTE-OPEN
           MOVE 0   TO WS-VOTE-CNT
           INITIALIZE WS-VOTE-HEAD
           INITIALIZE VOTE-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT VOTE-FILE
           PERFORM UNTIL EOF
             READ VOTE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 EVALUATE VT-KIND
                   WHEN "C"
                     MOVE "Y"        TO WS-VOTE-OPEN
                     MOVE VT-NAME    TO WS-VH-NAME
                     MOVE VT-NUM     TO WS-VH-NUM
                     MOVE VT-WORD    TO WS-VH-WORD
                     MOVE VT-AUTHOR  TO WS-VH-AUTHOR
                     MOVE VT-WSTAMP  TO WS-VH-WSTAMP
                     MOVE VT-STAMP   TO WS-VH-STAMP
                   WHEN "V"
                     IF WS-VOTE-CNT < PRES-TBL-MAX
                        AND VT-NAME NOT = SPACE THEN
                       ADD 1 TO WS-VOTE-CNT
                       MOVE VT-NAME TO VTT-NAME(WS-VOTE-CNT)
                       MOVE VT-MARK TO VTT-MARK(WS-VOTE-CNT)
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE VOTE-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       VOTE-SAVE.
      *> ---------------------------------------------------------
      *> - WS-VOTE-HEADとVOTE-TBLをVOTE-FILEへ書き戻す
      *> ---------------------------------------------------------
           OPEN OUTPUT VOTE-FILE
           INITIALIZE VT-REC
           MOVE "C"          TO VT-KIND
           MOVE WS-VH-NAME   TO VT-NAME
           MOVE WS-VH-NUM    TO VT-NUM
           MOVE WS-VH-WORD   TO VT-WORD
           MOVE WS-VH-AUTHOR TO VT-AUTHOR
           MOVE WS-VH-WSTAMP TO VT-WSTAMP
           MOVE WS-VH-STAMP  TO VT-STAMP
           WRITE VT-REC
           PERFORM VARYING VX FROM 1 BY 1
               UNTIL VX > WS-VOTE-CNT
             INITIALIZE VT-REC
             MOVE "V"           TO VT-KIND
             MOVE VTT-NAME(VX)  TO VT-NAME
             MOVE VTT-MARK(VX)  TO VT-MARK
             MOVE WS-VH-STAMP   TO VT-STAMP
             WRITE VT-REC
           END-PERFORM
           CLOSE VOTE-FILE.

       CLOCK-GATE.
      *> ---------------------------------------------------------
      *> - 時間制限つきのゲームで、入力を受け付ける前に
      *> -   時計を確かめる(入力させない時はWS-PLAY-OKを
      *> -   "N"にして返す)
      *> -   ・持ち時間を使い切っている → 入力させない
      *> -   ・固定順番で、番の人が時間切れのまま → その
      *> -     人の番を代わりに没収して次へ回す(番違い
      *> -     かどうかはこの後のCHECK-TURNが決める)
      *> -   ・自分の番(固定順番以外では、入力した人の
      *> -     番とみなす)で時間切れ → 自分の番を没収
      *> - 勝ち抜き戦では、没収はそのまま脱落になる
      *> ---------------------------------------------------------
           IF WS-CLOCK-ON = "N" THEN
             EXIT PARAGRAPH
           END-IF

           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE
           PERFORM CLOCK-PREPARE

           MOVE MY-NAME TO WS-CHK-NAME
           PERFORM CHECK-IS-OUT
           IF WS-OUT-FLG = "Y" THEN
             DISPLAY "!! 持ち時間を使い切っているため"
                 WITH NO ADVANCING
             DISPLAY "入力できません。"
             MOVE "N" TO WS-PLAY-OK
             EXIT PARAGRAPH
           END-IF

           IF WS-TURN-OWNER NOT = SPACE
              AND WS-TURN-OWNER NOT = MY-NAME THEN
             MOVE WS-TURN-OWNER TO WS-CLK-NAME
             PERFORM JUDGE-CLOCK
             IF WS-CLK-KIND NOT = SPACE THEN
               PERFORM FORFEIT-TURN
      *>         その脱落で勝負がついたら、もう書かせない
               IF WS-MATCH-OVER = "Y" THEN
                 MOVE "N" TO WS-PLAY-OK
               END-IF
             END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE MY-NAME TO WS-CLK-NAME
           PERFORM JUDGE-CLOCK
           IF WS-CLK-KIND NOT = SPACE THEN
             PERFORM FORFEIT-TURN
             MOVE "N" TO WS-PLAY-OK
           END-IF.

       CLOCK-PREPARE.
      *> ---------------------------------------------------------
      *> - いまのL-WORD/L-NAMEと没収の記録から、いまの
      *> -   番が始まった日時・番の人・経過秒数
      *> -   (WS-TURN-ELAPSED)を求める
      *> ---------------------------------------------------------
           PERFORM FORFEIT-LOAD
           IF MATCH-ON THEN
             PERFORM READ-ELIM-LIST
           END-IF
           PERFORM SET-TURN-BEGIN
           PERFORM SET-TURN-OWNER
           PERFORM BUILD-STAMP
           MOVE WS-TURN-BEGIN TO WS-CLK-FROM
           MOVE WS-STAMP      TO WS-CLK-TO
           PERFORM CALC-CLOCK-GAP
           MOVE WS-CLK-GAP TO WS-TURN-ELAPSED.

       SET-TURN-BEGIN.
      *> ---------------------------------------------------------
      *> - いまの番が始まった日時をWS-TURN-BEGINへ、
      *> -   直前に番を終えた人をWS-LAST-MOVERへ返す
      *> -   ・直前の単語の刻印と、書いた人
      *> -   ・その後に没収された番があれば、没収した
      *> -     日時と、没収された人
      *> -   ・まだ1語も無ければ時計を動かし始めた日時
      *> -     (直前の人は空白)
      *> ---------------------------------------------------------
           MOVE WS-CLOCK-START TO WS-TURN-BEGIN
           MOVE SPACE          TO WS-LAST-MOVER
           IF W-NUM > 1 THEN
             MOVE L-NAME(W-NUM - 1) TO WS-LAST-MOVER
             IF L-STAMP(W-NUM - 1) NOT = SPACE THEN
               MOVE L-STAMP(W-NUM - 1) TO WS-TURN-BEGIN
             END-IF
           END-IF
           PERFORM VARYING FI FROM 1 BY 1 UNTIL FI > WS-FF-CNT
             IF FFT-NUM(FI) = W-NUM THEN
               MOVE FFT-NAME(FI)  TO WS-LAST-MOVER
               MOVE FFT-STAMP(FI) TO WS-TURN-BEGIN
             END-IF
           END-PERFORM.

       SET-TURN-OWNER.
      *> ---------------------------------------------------------
      *> - 固定順番の時、WS-LAST-MOVERの次の(脱落して
      *> -   いない)人をいまの番の人としてWS-TURN-OWNERへ
      *> -   返す。直前の人が順番表に居ない時(WS-PREV-POS
      *> -   が0のまま)と、固定順番でない時は空白
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-TURN-OWNER
           MOVE 0     TO WS-PREV-POS
           IF NOT TURN-ROTATION THEN
             EXIT PARAGRAPH
           END-IF
           IF WS-LAST-MOVER NOT = SPACE THEN
             PERFORM VARYING TX FROM 1 BY 1
                 UNTIL TX > WS-TURN-CNT
               IF TN-PLAYER(TX) = WS-LAST-MOVER THEN
                 SET WS-PREV-POS TO TX
               END-IF
             END-PERFORM
             IF WS-PREV-POS = 0 THEN
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM SET-NEXT-SURVIVOR
           MOVE WS-NEXT-NAME TO WS-TURN-OWNER.

       JUDGE-CLOCK.
      *> ---------------------------------------------------------
      *> - WS-CLK-NAMEの人が、WS-TURN-ELAPSED秒たった
      *> -   いまの番で時間切れかどうかをWS-CLK-KINDへ返す
      *> -   (T:1回の番 G:持ち時間 空白:まだ間に合う)
      *> - あわせて残りの秒数をWS-CLK-TURN-LEFT・
      *> -   WS-CLK-GAME-LEFTへ返す
      *> - 先にCLOCK-PREPAREを済ませておくこと
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CLK-KIND
           MOVE WS-TURN-ELAPSED TO WS-CLK-ELAPSED
           MOVE 0 TO WS-CLK-TURN-LEFT
           MOVE 0 TO WS-CLK-GAME-LEFT

           IF WS-CLOCK-TURN NOT = 0 THEN
             IF WS-CLK-ELAPSED > WS-CLOCK-TURN THEN
               MOVE "T" TO WS-CLK-KIND
             ELSE
               COMPUTE WS-CLK-TURN-LEFT =
                   WS-CLOCK-TURN - WS-CLK-ELAPSED
             END-IF
           END-IF

           IF WS-CLOCK-GAME NOT = 0 THEN
             PERFORM CALC-GAME-LEFT
             IF WS-CLK-USED > WS-CLOCK-GAME * 60 THEN
               MOVE "G" TO WS-CLK-KIND
             END-IF
           END-IF.

       CALC-GAME-LEFT.
      *> ---------------------------------------------------------
      *> - WS-CLK-NAMEの人の持ち時間の残り秒数を
      *> -   WS-CLK-GAME-LEFTへ返す(WS-CLK-ELAPSEDを
      *> -   いまの番の経過として足し込む。使った秒数の
      *> -   合計はWS-CLK-USEDに残る)
      *> ---------------------------------------------------------
           PERFORM CALC-CLOCK-USED
           ADD WS-CLK-ELAPSED TO WS-CLK-USED
           IF WS-CLK-USED < WS-CLOCK-GAME * 60 THEN
             COMPUTE WS-CLK-GAME-LEFT =
                 WS-CLOCK-GAME * 60 - WS-CLK-USED
           ELSE
             MOVE 0 TO WS-CLK-GAME-LEFT
           END-IF.

       CALC-CLOCK-USED.
      *> ---------------------------------------------------------
      *> - WS-CLK-NAMEの人がこのゲームで自分の番に使った
      *> -   秒数の合計をWS-CLK-USEDへ返す
      *> -   ・書いた単語ごとに、その番が始まってから
      *> -     書くまで(番の始まりはSET-TURN-BEGINと
      *> -     同じ決め方)
      *> -   ・没収された番は、没収までに使った秒数
      *> ---------------------------------------------------------
           MOVE 0 TO WS-CLK-USED
           MOVE WS-CLOCK-START TO WS-CLK-FROM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = W-NUM
             PERFORM VARYING FI FROM 1 BY 1
                 UNTIL FI > WS-FF-CNT
               IF FFT-NUM(FI) = I THEN
                 MOVE FFT-STAMP(FI) TO WS-CLK-FROM
               END-IF
             END-PERFORM
             IF L-NAME(I) = WS-CLK-NAME THEN
               MOVE L-STAMP(I) TO WS-CLK-TO
               PERFORM CALC-CLOCK-GAP
               ADD WS-CLK-GAP TO WS-CLK-USED
             END-IF
             IF L-STAMP(I) NOT = SPACE THEN
               MOVE L-STAMP(I) TO WS-CLK-FROM
             END-IF
           END-PERFORM

           PERFORM VARYING FI FROM 1 BY 1 UNTIL FI > WS-FF-CNT
             IF FFT-NAME(FI) = WS-CLK-NAME THEN
               ADD FFT-SEC(FI) TO WS-CLK-USED
             END-IF
           END-PERFORM.

       CALC-CLOCK-GAP.
      *> ---------------------------------------------------------
      *> - WS-CLK-FROMからWS-CLK-TOまでの経過秒数を
      *> -   WS-CLK-GAPへ返す
      *> -   ・どちらかの刻印が無い・壊れている → 0
      *> -   ・時計が戻っている → 0
      *> -   ・日付をまたいだ1日ぶんはCALC-YESTERDAYで
      *> -     前日かどうかを見て足す
      *> -   ・2日以上空いた → 上限の9999999(どの制限
      *> -     でも時間切れになる)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-CLK-GAP
           IF WS-CLK-FROM IS NOT NUMERIC
              OR WS-CLK-TO IS NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           IF WS-CLK-FROM(1:8) > WS-CLK-TO(1:8) THEN
             EXIT PARAGRAPH
           END-IF

           MOVE WS-CLK-FROM TO WS-STAMP-WK
           COMPUTE WS-SEC-A = WS-STK-HH * 3600
               + WS-STK-MM * 60 + WS-STK-SS
           MOVE WS-CLK-TO TO WS-STAMP-WK
           COMPUTE WS-SEC-B = WS-STK-HH * 3600
               + WS-STK-MM * 60 + WS-STK-SS

           IF WS-CLK-FROM(1:8) = WS-CLK-TO(1:8) THEN
             IF WS-SEC-B > WS-SEC-A THEN
               COMPUTE WS-CLK-GAP = WS-SEC-B - WS-SEC-A
             END-IF
             EXIT PARAGRAPH
           END-IF

           MOVE WS-CLK-TO(1:8) TO WS-TODAY
           PERFORM CALC-YESTERDAY
           IF WS-CLK-FROM(1:8) = WS-YDAY THEN
             COMPUTE WS-CLK-GAP = 86400 - WS-SEC-A + WS-SEC-B
           ELSE
             MOVE 9999999 TO WS-CLK-GAP
           END-IF.

       FORFEIT-TURN.
      *> ---------------------------------------------------------
      *> - WS-CLK-NAMEの人のいまの番を時間切れで没収し、
      *> -   FORFEIT-FILEへ追記して全プレイヤーに知らせる
      *> -   (次の人の番は没収した時刻から数える)
      *> - 書く直前に読み直し、その間に誰かが単語を
      *> -   書いたり先に没収したりして番が変わって
      *> -   いれば何もしない(マーカーと同じ守り方)
      *> - 勝ち抜き戦では「ん」で終わった時と同じく
      *> -   脱落させる
      *> ---------------------------------------------------------
           MOVE WS-TURN-BEGIN TO WS-CHK-STAMP
           OPEN INPUT S-FILE
           PERFORM F-READ
           CLOSE S-FILE
           PERFORM FORFEIT-LOAD
           PERFORM SET-TURN-BEGIN
           IF WS-TURN-BEGIN NOT = WS-CHK-STAMP THEN
             EXIT PARAGRAPH
           END-IF
           IF WS-FF-CNT >= FORFEIT-TBL-MAX THEN
             EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-STAMP
           MOVE WS-CLK-NAME    TO FF-NAME
           MOVE WS-CLK-KIND    TO FF-KIND
           MOVE W-NUM          TO FF-NUM
           MOVE WS-CLK-ELAPSED TO FF-SEC
           MOVE WS-STAMP       TO FF-STAMP
           OPEN EXTEND FORFEIT-FILE
           WRITE FF-REC
           CLOSE FORFEIT-FILE
           PERFORM FORFEIT-LOAD
           PERFORM SET-TURN-BEGIN

           IF WS-CLK-KIND = "G" THEN
             DISPLAY "*** 「" WS-CLK-NAME "」さんは"
                 WITH NO ADVANCING
             DISPLAY "持ち時間を使い切りました ***"
           ELSE
             DISPLAY "*** 「" WS-CLK-NAME "」さんは時間切れ("
                 WITH NO ADVANCING
             DISPLAY WS-CLK-ELAPSED "秒)のため、"
                 WITH NO ADVANCING
             DISPLAY "この番を没収します ***"
           END-IF

      *>     誰の番がなぜ没収されたのかを操作記録に残す
           MOVE "TIMEOUT" TO WS-OPS-ACTION
           MOVE SPACE     TO WS-OPS-DETAIL
           STRING "「"           DELIMITED BY SIZE
                  WS-CLK-NAME    DELIMITED BY SPACE
                  "」"           DELIMITED BY SIZE
                  FF-NUM         DELIMITED BY SIZE
                  "語目の番を没収 種別="
                                 DELIMITED BY SIZE
                  WS-CLK-KIND    DELIMITED BY SIZE
                  " 経過="       DELIMITED BY SIZE
                  WS-CLK-ELAPSED DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG

           IF MATCH-ON THEN
             DISPLAY "*** 時間切れのため" WITH NO ADVANCING
             DISPLAY "脱落です! ***"
             IF WS-CLK-NAME = MY-NAME THEN
               PERFORM ELIMINATE-ME
             ELSE
               PERFORM ELIMINATE-OTHER
             END-IF
           END-IF.

       ELIMINATE-OTHER.
      *> ＠ FORFEIT-TURN内での処理です
      *> ---------------------------------------------------------
      *> - 自分以外の人(WS-CLK-NAME)の脱落をELIM-FILEへ
      *> -   追記して全プレイヤーに知らせ、対戦成績の
      *> -   1敗を成績の差分へ追記する
      *> - 相手の成績のため、RECORD-WINと同じく先に
      *> -   読み直して最新にしておく
      *> ---------------------------------------------------------
           OPEN EXTEND ELIM-FILE
           MOVE SPACE       TO EL-MARK
           MOVE WS-CLK-NAME TO EL-NAME
           WRITE EL-REC
           CLOSE ELIM-FILE

           PERFORM PLAYER-INIT
           SET PMX TO 1
           SEARCH PM
             AT END CONTINUE
             WHEN PM-NAME(PMX) = WS-CLK-NAME
               INITIALIZE PX-REC
               MOVE WS-CLK-NAME TO PX-NAME
               MOVE "L"         TO PX-KIND
               PERFORM WRITE-PLAYER-TXN
           END-SEARCH

           PERFORM READ-ELIM-LIST
           PERFORM CHECK-MATCH-END
           IF WS-MATCH-OVER = "Y" THEN
             DISPLAY "*** 勝者は「" WS-WINNER-NAME "」"
                 WITH NO ADVANCING
             DISPLAY "さん! ***"
           END-IF.

       SHOW-CLOCK.
      *> ---------------------------------------------------------
      *> - 時間制限つきのゲームで、いまの番の残り時間と
      *> -   持ち時間の残りを表示する(DSP-WORD・WHOから)
      *> - 固定順番では番の人の、それ以外では自分の
      *> -   時計を出す(入力した人の番とみなすため)
      *> ---------------------------------------------------------
           IF WS-CLOCK-ON = "N" THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM CLOCK-PREPARE
      *>     決着のついた勝ち抜き戦では時計は止まっている
           IF MATCH-ON AND WS-MATCH-OVER = "Y" THEN
             EXIT PARAGRAPH
           END-IF
           IF WS-TURN-OWNER = SPACE THEN
             MOVE MY-NAME       TO WS-CLK-NAME
           ELSE
             MOVE WS-TURN-OWNER TO WS-CLK-NAME
           END-IF
           PERFORM JUDGE-CLOCK

           DISPLAY "(時計) 「" WS-CLK-NAME "」さんの番"
               WITH NO ADVANCING
           IF WS-CLK-KIND NOT = SPACE THEN
             DISPLAY " 時間切れです(次の入力で没収)"
             EXIT PARAGRAPH
           END-IF
           IF WS-CLOCK-TURN NOT = 0 THEN
             DISPLAY " この番の残り " WS-CLK-TURN-LEFT "秒"
                 WITH NO ADVANCING
           END-IF
           IF WS-CLOCK-GAME NOT = 0 THEN
             DISPLAY " 持ち時間の残り " WS-CLK-GAME-LEFT "秒"
                 WITH NO ADVANCING
           END-IF
           DISPLAY SPACE.

       FORFEIT-LOAD.
      *> ---------------------------------------------------------
      *> - FORFEIT-FILEを読み、このゲームで没収された番を
      *> -   FORFEIT-TBLへ取り込む(時間制限の無いゲーム
      *> -   では読まずに空にする)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-FF-CNT
           INITIALIZE FORFEIT-TBL
           IF WS-CLOCK-ON = "N" THEN
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT FORFEIT-FILE
           PERFORM UNTIL EOF
             READ FORFEIT-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF FF-NAME NOT = SPACE AND FF-NUM IS NUMERIC
                    AND WS-FF-CNT < FORFEIT-TBL-MAX THEN
                   ADD 1 TO WS-FF-CNT
                   MOVE FF-NAME  TO FFT-NAME(WS-FF-CNT)
                   MOVE FF-KIND  TO FFT-KIND(WS-FF-CNT)
                   MOVE FF-NUM   TO FFT-NUM(WS-FF-CNT)
                   MOVE FF-STAMP TO FFT-STAMP(WS-FF-CNT)
                   IF FF-SEC IS NUMERIC THEN
                     MOVE FF-SEC TO FFT-SEC(WS-FF-CNT)
                   ELSE
                     MOVE 0      TO FFT-SEC(WS-FF-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE FORFEIT-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       WRITE-OPS-LOG.
      *> ---------------------------------------------------------
           WRITE OL-REC
           CLOSE OPS-LOG.

       COPY "PLAYER-TXN-PROC.CBF".

       COPY "STATS-CKP-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

       COPY "CONFIG-PROC.CBF".


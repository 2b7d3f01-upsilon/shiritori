       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      STATUS-BOARD.
      * 社内のWebページ向けに、しりとりの状況を1枚の
      * HTMLにまとめて書き出すバッチ。これまでは端末で
      * WHO・ROOM-ADMINの一覧・LEADERBOARD・LEAGUE-TABLEを
      * 1つずつ動かさないと様子が分からなかったため、
      * スケジューラーから数分おきに動かして
      *  ・部屋ごと(共用の部屋と、ROOMS.TXTのうち退役して
      *    いない部屋)の語数・直近の5語と入れた人・
      *    いまの繋ぎの文字・お題とルール(各マーカー)・
      *    いま居る人(部屋の「いま居る人」の印)
      *  ・持ち点の上位(PLAYERS.DAT)
      *  ・リーグの順位表(LEAGUE-TABLEと同じ数え方)
      *  ・今週(今日までの7日間)に授与された称号
      * を載せる。引退した人は持ち点の上位から外し、
      * 順位表では引退・出場停止中の印を付ける
      * (LEADERBOARD・LEAGUE-TABLEと同じ扱い)。
      * 何も聞かずに動き、OPSLOGにも書かない
      * (数分おきに書くと運用の記録が埋もれるため)
      * 出力先は設定ファイルのHTML-DIR(無ければ
      * DATA-DIR)。書きかけのページを見られないよう、
      * 一時ファイルへ書き終えてから差し替える
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    部屋の一覧と退役した部屋の一覧
      *    (SHIRITORI.CBL・ROOM-ADMINと同じファイル)
        SELECT OPTIONAL ROOM-LIST ASSIGN TO DYNAMIC WS-RL-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RETIRED-LIST
          ASSIGN TO DYNAMIC WS-RET-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    部屋ごとのS-FILEとマーカー類
      *    (パスはBUILD-ROOM-PATHSで部屋ごとに組み立てる)
        SELECT OPTIONAL S-FILE ASSIGN TO DYNAMIC WS-S-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-S-ST.

        SELECT OPTIONAL TOPIC-MARKER ASSIGN TO DYNAMIC WS-TOPIC-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RULE-MARKER ASSIGN TO DYNAMIC WS-RULES-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL TURN-MARKER ASSIGN TO DYNAMIC WS-TURN-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL CLOCK-MARKER ASSIGN TO DYNAMIC WS-CLOCK-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PRES-FILE ASSIGN TO DYNAMIC WS-PRES-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    繋ぎの文字を求めるための使用可能な文字一覧
        SELECT OPTIONAL ALLOW-LIST ASSIGN TO DYNAMIC WS-ALLOW-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL PLAYER-FILE ASSIGN TO DYNAMIC WS-PLAYER-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL RESULT-FILE
          ASSIGN TO DYNAMIC WS-RESULT-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL TITLE-FILE ASSIGN TO DYNAMIC WS-TITLE-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    出場停止・引退の控え(PLAYER-MAINTが書く)
        SELECT OPTIONAL PLAYER-STAT ASSIGN TO DYNAMIC WS-PSTAT-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    書き出すページ(まず一時ファイルへ書く)
        SELECT HTML-FILE ASSIGN TO DYNAMIC WS-HTML-TMP-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS WS-HTML-ST.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS CFG-ST.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD ROOM-LIST.
       01 RL-REC        PIC X(20).

       FD RETIRED-LIST.
       01 RT-REC        PIC X(20).

       FD S-FILE.
       COPY "S-FILE.CBF".

       FD TOPIC-MARKER.
       COPY "TOPIC-MARKER.CBF".

       FD RULE-MARKER.
       COPY "RULE-MARKER.CBF".

       FD TURN-MARKER.
       COPY "TURN-MARKER.CBF".

       FD CLOCK-MARKER.
       COPY "CLOCK-MARKER.CBF".

      * SHIRITORI.CBLのPRES-FILEと同じ様式
       FD PRES-FILE.
       01 PR-REC.
           02 PR-NAME   PIC X(20).
           02 PR-STAMP  PIC X(14).

       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       FD PLAYER-FILE.
       COPY "PLAYER-REC.CBF".

       FD RESULT-FILE.
       COPY "RESULT-REC.CBF".

       FD TITLE-FILE.
       COPY "TITLE-REC.CBF".

       FD PLAYER-STAT.
       01 PA-LINE       PIC X(103).

       FD HTML-FILE.
       01 HT-REC        PIC X(1000).

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-RL-PATH      PIC X(120).
       01 WS-RET-PATH     PIC X(120).
       01 WS-S-PATH       PIC X(120).
       01 WS-TOPIC-PATH   PIC X(120).
       01 WS-RULES-PATH   PIC X(120).
       01 WS-TURN-PATH    PIC X(120).
       01 WS-CLOCK-PATH   PIC X(120).
       01 WS-PRES-PATH    PIC X(120).
       01 WS-ALLOW-PATH   PIC X(120).
       01 WS-PLAYER-PATH  PIC X(120).
       01 WS-RESULT-PATH  PIC X(120).
       01 WS-TITLE-PATH   PIC X(120).
       01 WS-PSTAT-PATH   PIC X(120).
       01 WS-HTML-PATH     PIC X(120).
       01 WS-HTML-TMP-PATH PIC X(120).
       01 WS-CMD          PIC X(300).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-HTML-ST    PIC X(02) VALUE "00".

       01 W-NUM         PIC 9(07) VALUE 1.

      * ページの文字コード(単語を1文字2バイトで扱う
      *  ゲーム本体・データと同じもの)
       78 HTML-CHARSET    VALUE "Shift_JIS".
      * ブラウザに読み直させる間隔(秒)。スケジューラー
      * の起動間隔に合わせる
       78 HTML-REFRESH    VALUE "300".
      * 持ち点の上位として載せる人数
       78 SCORE-TOP-MAX   VALUE 10.
      * 部屋ごとに載せる直近の単語の数
       78 RECENT-MAX      VALUE 5.
      * 「いま居る人」の印の有効時間(分)
      * (SHIRITORI.CBLのPRES-TIMEOUT-MINと同じ値)
       78 PRES-TIMEOUT-MIN VALUE 30.
      * 勝ちの勝ち点(LEAGUE-TABLEと同じ値)
       78 WIN-POINTS      VALUE 3.

      * 部屋の一覧(退役した部屋は除いて持つ。
      *  ROOM-ADMINと同じくすべての部屋を扱える広さ)
       78 ROOM-TBL-MAX VALUE 999.
       01 WS-ROOM-CNT   PIC 9(03) VALUE 0.
       01 ROOM-TBL.
           02 RM-NAME   PIC X(20) OCCURS 999.
       78 RET-TBL-MAX VALUE 999.
       01 WS-RET-CNT    PIC 9(03) VALUE 0.
       01 RET-TBL.
           02 RT-NAME   PIC X(20) OCCURS 999.
       01 WS-ROOM-NAME    PIC X(20) VALUE SPACE.
       01 WS-ROOM-RETIRED PIC X VALUE "N".
       01 RI            PIC 9(03).
       01 RK            PIC 9(03).

      * 部屋1つぶんの状況
       01 WS-ROOM-WORDS PIC 9(07).
      * 直近の単語(古い順。RC-CNTまで有効)
       01 RECENT-TBL.
           02 RC-CNT    PIC 9(02) VALUE 0.
           02 RC        OCCURS 5.
             03 RC-NUM  PIC 9(07).
             03 RC-WORD PIC X(50).
             03 RC-NAME PIC X(20).
       01 WS-TOPIC-FOUND PIC X VALUE "N".
       01 WS-RULE-FOUND  PIC X VALUE "N".
       01 WS-TURN-FOUND  PIC X VALUE "N".
       01 WS-CLOCK-FOUND PIC X VALUE "N".
       01 WS-RULE-SEP    PIC X VALUE "N".

      * いま居る人(古い印は除いて持つ)
       78 PRES-TBL-MAX VALUE 50.
       01 WS-PRES-CNT   PIC 9(02) VALUE 0.
       01 PRES-TBL.
           02 PRT-NAME  PIC X(20) OCCURS 50.
       01 WS-CHK-STAMP  PIC X(14).
       01 WS-PRES-STALE PIC X.
       01 WS-SEC-A      PIC 9(05).
       01 WS-SEC-B      PIC 9(05).

      * 繋ぎの文字を求める作業域
      * (SHIRITORI.CBLのSTR-TMP・ALLOW-TBLと同じ形)
       01 STR-TMP.
           02 C         PIC X(02) OCCURS 25 INDEXED BY P.
       01 ALLOW-TBL.
           02 A         PIC X(02) OCCURS 100 INDEXED PA.
           02 B         PIC X(02) OCCURS 100 INDEXED PB.
       01 WS-LINK-CHAR  PIC X(02).
       01 WS-PREV-CHAR  PIC X(02).

      * 日時(ページの更新日時と今週の始まりの計算)
       01 WS-DATE       PIC X(08).
       01 WS-TIME       PIC X(08).
       01 WS-STAMP      PIC X(14).
       01 WS-STAMP-WK.
           02 WS-STK-DATE PIC X(08).
           02 WS-STK-HH   PIC 9(02).
           02 WS-STK-MM   PIC 9(02).
           02 WS-STK-SS   PIC 9(02).
       01 WS-TODAY      PIC X(08).
       01 WS-WEEK-FROM  PIC X(08).
       01 WS-YDAY.
           02 WS-YD-Y   PIC 9(04).
           02 WS-YD-M   PIC 9(02).
           02 WS-YD-D   PIC 9(02).
       01 WS-LEAP-Q      PIC 9(04).
       01 WS-LEAP-R4     PIC 9(04).
       01 WS-LEAP-R100   PIC 9(04).
       01 WS-LEAP-R400   PIC 9(04).
       01 WS-DISP-DATE  PIC X(10).
       01 WS-DAY-CNT    PIC 9(01).

      * 持ち点の上位(登録簿から)
       78 PS-TBL-MAX VALUE 9999.
       01 WS-PS-CNT     PIC 9(04) VALUE 0.
       01 PS-TBL.
           02 PS        OCCURS 9999.
             03 PS-NAME   PIC X(20).
             03 PS-SCORE  PIC 9(09).
             03 PS-WORDS  PIC 9(07).
             03 PS-WINS   PIC 9(05).
             03 PS-LOSSES PIC 9(05).
      * SWAP用の退避領域(LEADERBOARD.CBLと同じやり方)
       01 PS-SWAP.
           02 PS-SWAP-NAME   PIC X(20).
           02 PS-SWAP-SCORE  PIC 9(09).
           02 PS-SWAP-WORDS  PIC 9(07).
           02 PS-SWAP-WINS   PIC 9(05).
           02 PS-SWAP-LOSSES PIC 9(05).
       01 WS-TOP-CNT    PIC 9(04).

      * リーグの順位表(LEAGUE-TABLEと同じ集計)
       78 LG-TBL-MAX VALUE 999.
       01 WS-LG-CNT     PIC 9(03) VALUE 0.
       01 LG-TBL.
           02 LG        OCCURS 999.
             03 LG-NAME   PIC X(20).
             03 LG-PLAYED PIC 9(04).
             03 LG-WON    PIC 9(04).
             03 LG-LOST   PIC 9(04).
             03 LG-POINTS PIC 9(05).
       01 LG-SWAP.
           02 LG-SWAP-NAME   PIC X(20).
           02 LG-SWAP-PLAYED PIC 9(04).
           02 LG-SWAP-WON    PIC 9(04).
           02 LG-SWAP-LOST   PIC 9(04).
           02 LG-SWAP-POINTS PIC 9(05).

      * 称号の表示用
       01 WS-TITLE-CODE PIC X(02).
       01 WS-TITLE-NAME PIC X(30).
       01 WS-TITLE-CNT  PIC 9(04).

      * HTMLの1行を組み立てる作業域
      * WS-HTML-TEXTの中身を、HTML-ADDはそのまま、
      * HTML-ADD-ESCは「&」「<」などを置き換えて
      * WS-HTML-LINEの後ろへ繋げる(末尾の空白は除く)
       01 WS-HTML-LINE  PIC X(1000).
       01 WS-HTML-PTR   PIC 9(04).
       01 WS-HTML-TEXT  PIC X(200).
       01 WS-TEXT-LEN   PIC 9(03).
       01 HX            PIC 9(03).
       01 WS-NUM-VAL    PIC 9(09).
       01 WS-NUM-ED     PIC Z(8)9.

       01 WS-POS        PIC 9(04).
       01 I             PIC 9(04).
       01 J             PIC 9(04).
       01 K             PIC 9(04).

      * 出場停止・引退の控え
       COPY "PLAYER-STAT.CBF".
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM ALLOW-INIT

           PERFORM BUILD-STAMP
           MOVE WS-STAMP(1:8) TO WS-TODAY
           PERFORM CALC-WEEK-FROM
           PERFORM LOAD-PLAYER-STAT

           OPEN OUTPUT HTML-FILE
           IF WS-HTML-ST NOT = "00" THEN
             DISPLAY "!! 状況掲示板の出力先に"
                 WITH NO ADVANCING
             DISPLAY "書けません。"
                 WITH NO ADVANCING
             DISPLAY "(HTML-DIRの設定を確かめてください)"
             STOP RUN
           END-IF

           PERFORM WRITE-PAGE-HEAD
           PERFORM WRITE-ROOMS
           PERFORM WRITE-SCORE-TOP
           PERFORM WRITE-STANDINGS
           PERFORM WRITE-WEEK-TITLES
           PERFORM WRITE-PAGE-TAIL
           CLOSE HTML-FILE

           PERFORM PUBLISH-PAGE
           DISPLAY "*** 状況掲示板(STATUS.HTML)を"
               WITH NO ADVANCING
           DISPLAY "書き出しました ***"
           STOP RUN.

       ALLOW-INIT.
      *> ---------------------------------------------------------
      *> - 使用可能な文字一覧を読み込む
      *> -   (SHIRITORI.CBLのALLOW-INITと同じ。繋ぎの
      *> -    文字を求める時の巻き戻しに使う)
      *> ---------------------------------------------------------
           INITIALIZE ALLOW-TBL
           OPEN INPUT ALLOW-LIST
           READ ALLOW-LIST INTO ALLOW-TBL
             AT END CONTINUE
           END-READ
           CLOSE ALLOW-LIST.

       BUILD-STAMP.
      *> ---------------------------------------------------------
      *> - 現在日時の刻印(YYYYMMDDHHMMSS)を組み立てる
      *> -   (SHIRITORI.CBLのBUILD-STAMPと同じ)
      *> ---------------------------------------------------------
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACE TO WS-STAMP
           STRING WS-DATE      DELIMITED BY SIZE
                  WS-TIME(1:6) DELIMITED BY SIZE
             INTO WS-STAMP.

       CALC-WEEK-FROM.
      *> ---------------------------------------------------------
      *> - 今週(今日を含めた7日間)の始まりの日付を
      *> -   WS-WEEK-FROMへ返す(前日を6回たどる)
      *> ---------------------------------------------------------
           MOVE WS-TODAY TO WS-YDAY
           PERFORM VARYING WS-DAY-CNT FROM 1 BY 1
               UNTIL WS-DAY-CNT > 6
             PERFORM CALC-YESTERDAY
           END-PERFORM
           MOVE WS-YDAY TO WS-WEEK-FROM.

       CALC-YESTERDAY.
      *> ＠ CALC-WEEK-FROM内での処理です
      *> ---------------------------------------------------------
      *> - WS-YDAY(YYYYMMDD)を前日へ戻す
      *> -   (SHIRITORI.CBLのCALC-YESTERDAYと同じ決め方。
      *> -    月初は前の月の末日へ、1月1日は前の年へ。
      *> -    2月の末日はうるう年も見て決める)
      *> ---------------------------------------------------------
           IF WS-YD-D > 1 THEN
             SUBTRACT 1 FROM WS-YD-D
             EXIT PARAGRAPH
           END-IF

           IF WS-YD-M = 1 THEN
             SUBTRACT 1 FROM WS-YD-Y
             MOVE 12 TO WS-YD-M
           ELSE
             SUBTRACT 1 FROM WS-YD-M
           END-IF

           EVALUATE WS-YD-M
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO WS-YD-D
             WHEN 2
               DIVIDE WS-YD-Y BY 4 GIVING WS-LEAP-Q
                 REMAINDER WS-LEAP-R4
               DIVIDE WS-YD-Y BY 100 GIVING WS-LEAP-Q
                 REMAINDER WS-LEAP-R100
               DIVIDE WS-YD-Y BY 400 GIVING WS-LEAP-Q
                 REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                  AND (WS-LEAP-R100 NOT = 0
                       OR WS-LEAP-R400 = 0) THEN
                 MOVE 29 TO WS-YD-D
               ELSE
                 MOVE 28 TO WS-YD-D
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-YD-D
           END-EVALUATE.

       FORMAT-DATE.
      *> ---------------------------------------------------------
      *> - WS-DATE(YYYYMMDD)を表示用のYYYY/MM/DDにして
      *> -   WS-DISP-DATEへ返す
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-DISP-DATE
           STRING WS-DATE(1:4) DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATE(5:2) DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATE(7:2) DELIMITED BY SIZE
             INTO WS-DISP-DATE.

       WRITE-PAGE-HEAD.
      *> ---------------------------------------------------------
      *> - ページの頭(見出しと更新日時)を書く
      *> -   (見た目の指定もページの中に持たせて、
      *> -    このファイル1つで表示できるようにする)
      *> ---------------------------------------------------------
           MOVE "<!DOCTYPE html>" TO HT-REC
           WRITE HT-REC
           MOVE "<html lang=""ja"">" TO HT-REC
           WRITE HT-REC
           MOVE "<head>" TO HT-REC
           WRITE HT-REC
           MOVE SPACE TO HT-REC
           STRING "<meta charset=""" DELIMITED BY SIZE
                  HTML-CHARSET       DELIMITED BY SIZE
                  """>"              DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC
           MOVE SPACE TO HT-REC
           STRING "<meta http-equiv=""refresh"" content="""
                                     DELIMITED BY SIZE
                  HTML-REFRESH       DELIMITED BY SIZE
                  """>"              DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC
           MOVE "<title>しりとり 状況掲示板</title>" TO HT-REC
           WRITE HT-REC
           MOVE "<style>" TO HT-REC
           WRITE HT-REC
           MOVE "body{font-family:sans-serif;margin:1em 2em}"
             TO HT-REC
           WRITE HT-REC
           MOVE "h2{border-bottom:2px solid #468;margin-top:1.5em}"
             TO HT-REC
           WRITE HT-REC
           MOVE "table{border-collapse:collapse;margin:.5em 0}"
             TO HT-REC
           WRITE HT-REC
           MOVE "th,td{border:1px solid #999;padding:2px 8px}"
             TO HT-REC
           WRITE HT-REC
           MOVE "th{background:#dde6f0;text-align:left}"
             TO HT-REC
           WRITE HT-REC
           MOVE "td.num{text-align:right}" TO HT-REC
           WRITE HT-REC
           MOVE ".link{font-size:150%;font-weight:bold}" TO HT-REC
           WRITE HT-REC
           MOVE "</style>" TO HT-REC
           WRITE HT-REC
           MOVE "</head>" TO HT-REC
           WRITE HT-REC
           MOVE "<body>" TO HT-REC
           WRITE HT-REC
           MOVE "<h1>しりとり 状況掲示板</h1>" TO HT-REC
           WRITE HT-REC

           MOVE WS-STAMP(1:8) TO WS-DATE
           PERFORM FORMAT-DATE
           MOVE SPACE TO HT-REC
           STRING "<p>更新 "      DELIMITED BY SIZE
                  WS-DISP-DATE    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-STAMP(9:2)   DELIMITED BY SIZE
                  ":"             DELIMITED BY SIZE
                  WS-STAMP(11:2)  DELIMITED BY SIZE
                  "</p>"          DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC.

       WRITE-PAGE-TAIL.
      *> ---------------------------------------------------------
      *> - ページの締めを書く
      *> ---------------------------------------------------------
           MOVE "</body>" TO HT-REC
           WRITE HT-REC
           MOVE "</html>" TO HT-REC
           WRITE HT-REC.

       PUBLISH-PAGE.
      *> ---------------------------------------------------------
      *> - 書き終えた一時ファイルで公開中のページを
      *> -   差し替える(見ている人が書きかけのページを
      *> -   読まないよう、書き出しと公開を分けている)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CMD
           STRING "MOVE /Y "       DELIMITED BY SIZE
                  WS-HTML-TMP-PATH DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  WS-HTML-PATH     DELIMITED BY SPACE
                  " > NUL"         DELIMITED BY SIZE
             INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       WRITE-ROOMS.
      *> ---------------------------------------------------------
      *> - 共用の部屋と、一覧にある退役していない部屋の
      *> -   状況を1部屋ずつ書く
      *> ---------------------------------------------------------
           PERFORM READ-RETIRED-LIST
           PERFORM READ-ROOM-LIST

           MOVE SPACE TO WS-ROOM-NAME
           PERFORM BUILD-SHARED-PATHS
           PERFORM WRITE-ONE-ROOM

           PERFORM VARYING RI FROM 1 BY 1
               UNTIL RI > WS-ROOM-CNT
             MOVE RM-NAME(RI) TO WS-ROOM-NAME
             PERFORM BUILD-ROOM-PATHS
             PERFORM WRITE-ONE-ROOM
           END-PERFORM.

       READ-RETIRED-LIST.
      *> ＠ WRITE-ROOMS内での処理です
      *> ---------------------------------------------------------
      *> - 退役した部屋の一覧を読み込む
      *> -   (無ければ退役した部屋なしとして扱う)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-RET-CNT
           INITIALIZE RET-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RETIRED-LIST
           PERFORM UNTIL EOF
             READ RETIRED-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RT-REC NOT = SPACE
                    AND WS-RET-CNT < RET-TBL-MAX THEN
                   ADD 1 TO WS-RET-CNT
                   MOVE RT-REC TO RT-NAME(WS-RET-CNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RETIRED-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       READ-ROOM-LIST.
      *> ＠ WRITE-ROOMS内での処理です
      *> ---------------------------------------------------------
      *> - 一覧ファイルにある部屋のうち、退役して
      *> -   いないものを読み込む(同じ名前が2度
      *> -   載っていても1度だけ数える)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-ROOM-CNT
           INITIALIZE ROOM-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT ROOM-LIST
           PERFORM UNTIL EOF
             READ ROOM-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RL-REC NOT = SPACE
                    AND WS-ROOM-CNT < ROOM-TBL-MAX THEN
                   MOVE RL-REC TO WS-ROOM-NAME
                   PERFORM CHECK-ROOM-RETIRED
                   PERFORM VARYING RK FROM 1 BY 1
                       UNTIL RK > WS-ROOM-CNT
                          OR WS-ROOM-RETIRED = "Y"
                     IF RM-NAME(RK) = WS-ROOM-NAME THEN
                       MOVE "Y" TO WS-ROOM-RETIRED
                     END-IF
                   END-PERFORM
                   IF WS-ROOM-RETIRED = "N" THEN
                     ADD 1 TO WS-ROOM-CNT
                     MOVE RL-REC TO RM-NAME(WS-ROOM-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ROOM-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-ROOM-RETIRED.
      *> ＠ READ-ROOM-LIST内での処理です
      *> ---------------------------------------------------------
      *> - WS-ROOM-NAMEの部屋が退役済みかを
      *> -   WS-ROOM-RETIREDへ返す
      *> ---------------------------------------------------------
           MOVE "N" TO WS-ROOM-RETIRED
           PERFORM VARYING RK FROM 1 BY 1
               UNTIL RK > WS-RET-CNT OR WS-ROOM-RETIRED = "Y"
             IF RT-NAME(RK) = WS-ROOM-NAME THEN
               MOVE "Y" TO WS-ROOM-RETIRED
             END-IF
           END-PERFORM.

       WRITE-ONE-ROOM.
      *> ＠ WRITE-ROOMS内での処理です
      *> ---------------------------------------------------------
      *> - WS-ROOM-NAMEの部屋(空白は共用の部屋)の
      *> -   状況を1節ぶん書く
      *> ---------------------------------------------------------
           PERFORM READ-ROOM-WORDS
           PERFORM READ-ROOM-MARKERS
           PERFORM READ-ROOM-PRESENCE

           PERFORM HTML-NEW-LINE
           MOVE "<h2>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-ROOM-NAME = SPACE THEN
             MOVE "共用の部屋" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           ELSE
             MOVE "部屋「" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE WS-ROOM-NAME TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
             MOVE "」" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           END-IF
           MOVE "</h2>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE

           MOVE "<table>" TO HT-REC
           WRITE HT-REC

      *>     語数
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>語数</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE WS-ROOM-WORDS TO WS-NUM-VAL
           PERFORM HTML-ADD-NUM
           MOVE "語</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE

      *>     いまの繋ぎの文字
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>次の頭の文字</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF RC-CNT = 0 THEN
             MOVE "(どの文字からでも)" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           ELSE
             PERFORM FIND-LINK-CHAR
             IF WS-LINK-CHAR = SPACE THEN
               MOVE "(不明)" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             ELSE
               MOVE "<span class=""link"">「" TO WS-HTML-TEXT
               PERFORM HTML-ADD
               MOVE WS-LINK-CHAR TO WS-HTML-TEXT
               PERFORM HTML-ADD-ESC
               MOVE "」</span>" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
           END-IF
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE

           PERFORM WRITE-TOPIC-ROW
           PERFORM WRITE-RULE-ROW
           PERFORM WRITE-TURN-ROW
           PERFORM WRITE-CLOCK-ROW
           PERFORM WRITE-PRESENCE-ROW

           MOVE "</table>" TO HT-REC
           WRITE HT-REC

           PERFORM WRITE-RECENT-WORDS.

       READ-ROOM-WORDS.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 部屋のS-FILEを読み、語数と直近の単語
      *> -   (RECENT-MAX語)を拾う
      *> -   (読み方はSHIRITORI.CBLのSHOW-ONE-ROOMと同じ)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-ROOM-WORDS
           INITIALIZE RECENT-TBL
           MOVE 1 TO W-NUM
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT S-FILE
           PERFORM UNTIL EOF
             READ S-FILE
               INVALID KEY SET EOF TO TRUE
               NOT INVALID KEY
                 IF WS-S-ST = "00" THEN
                   ADD 1 TO WS-ROOM-WORDS
                   PERFORM KEEP-RECENT-WORD
                   ADD 1 TO W-NUM
                 ELSE
                   SET EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE S-FILE
           MOVE 1 TO W-NUM
           MOVE LOW-VALUE TO EOF-FLG.

       KEEP-RECENT-WORD.
      *> ＠ READ-ROOM-WORDS内での処理です
      *> ---------------------------------------------------------
      *> - いま読んだ単語を直近の単語の末尾へ足す
      *> -   (いっぱいなら一番古いものを押し出す)
      *> ---------------------------------------------------------
           IF RC-CNT < RECENT-MAX THEN
             ADD 1 TO RC-CNT
           ELSE
             PERFORM VARYING I FROM 1 BY 1
                 UNTIL I = RECENT-MAX
               MOVE RC(I + 1) TO RC(I)
             END-PERFORM
           END-IF
           MOVE W-NUM  TO RC-NUM(RC-CNT)
           MOVE S-WORD TO RC-WORD(RC-CNT)
           MOVE S-NAME TO RC-NAME(RC-CNT).

       READ-ROOM-MARKERS.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 部屋のお題・ルール・順番・時間のマーカーを
      *> -   読む(無いものは「未定」として載せる)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-TOPIC-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TOPIC-MARKER
           READ TOPIC-MARKER
             AT END SET EOF TO TRUE
             NOT AT END MOVE "Y" TO WS-TOPIC-FOUND
           END-READ
           CLOSE TOPIC-MARKER

           MOVE "N" TO WS-RULE-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RULE-MARKER
           READ RULE-MARKER
             AT END SET EOF TO TRUE
             NOT AT END MOVE "Y" TO WS-RULE-FOUND
           END-READ
           CLOSE RULE-MARKER

           MOVE "N" TO WS-TURN-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TURN-MARKER
           READ TURN-MARKER
             AT END SET EOF TO TRUE
             NOT AT END MOVE "Y" TO WS-TURN-FOUND
           END-READ
           CLOSE TURN-MARKER

           MOVE "N" TO WS-CLOCK-FOUND
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT CLOCK-MARKER
           READ CLOCK-MARKER
             AT END SET EOF TO TRUE
             NOT AT END MOVE "Y" TO WS-CLOCK-FOUND
           END-READ
           CLOSE CLOCK-MARKER
           MOVE LOW-VALUE TO EOF-FLG.

       READ-ROOM-PRESENCE.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 部屋の「いま居る人」の印を読み、古い印を
      *> -   除いた名前を拾う(SHIRITORI.CBLの
      *> -   PRESENCE-LOADと同じ決め方。ここでは
      *> -   読むだけで書き戻さない)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-PRES-CNT
           INITIALIZE PRES-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PRES-FILE
           PERFORM UNTIL EOF
             READ PRES-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF PR-NAME NOT = SPACE
                    AND WS-PRES-CNT < PRES-TBL-MAX THEN
                   MOVE PR-STAMP TO WS-CHK-STAMP
                   PERFORM CHECK-PRES-STALE
                   IF WS-PRES-STALE = "N" THEN
                     ADD 1 TO WS-PRES-CNT
                     MOVE PR-NAME TO PRT-NAME(WS-PRES-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRES-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-PRES-STALE.
      *> ＠ READ-ROOM-PRESENCE内での処理です
      *> ---------------------------------------------------------
      *> - WS-CHK-STAMPの印が古いかをWS-PRES-STALEへ
      *> -   返す(SHIRITORI.CBLのCHECK-PRES-STALEと同じ)
      *> -   ・刻印が壊れている → 古い
      *> -   ・今日の日付でない → 古い
      *> -   ・PRES-TIMEOUT-MIN分より前 → 古い
      *> ---------------------------------------------------------
           MOVE "Y" TO WS-PRES-STALE
           IF WS-CHK-STAMP IS NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF

           IF WS-CHK-STAMP(1:8) NOT = WS-STAMP(1:8) THEN
             EXIT PARAGRAPH
           END-IF

           MOVE WS-CHK-STAMP TO WS-STAMP-WK
           COMPUTE WS-SEC-A = WS-STK-HH * 3600
               + WS-STK-MM * 60 + WS-STK-SS
           MOVE WS-STAMP TO WS-STAMP-WK
           COMPUTE WS-SEC-B = WS-STK-HH * 3600
               + WS-STK-MM * 60 + WS-STK-SS
           IF WS-SEC-B < WS-SEC-A THEN
      *>       時計が戻っているだけなら生きている扱い
             MOVE "N" TO WS-PRES-STALE
             EXIT PARAGRAPH
           END-IF
           IF WS-SEC-B - WS-SEC-A <= PRES-TIMEOUT-MIN * 60
           THEN
             MOVE "N" TO WS-PRES-STALE
           END-IF.

       FIND-LINK-CHAR.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 最後の単語から、次の単語の頭に来るべき
      *> -   文字をWS-LINK-CHARへ返す
      *> -   (SHIRITORI.CBLのSET-LINK-CHARと同じ決め方。
      *> -    「母音で繋ぐ」ルールでは「ー」の前の文字の
      *> -    母音に読み替える)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-LINK-CHAR
           MOVE RC-WORD(RC-CNT) TO STR-TMP

           IF WS-RULE-FOUND = "Y" AND HR-CHOON = "1" THEN
             PERFORM VARYING P FROM 1 BY 1
                 UNTIL P > 25 OR C(P) = SPACE
               CONTINUE
             END-PERFORM
             SET P DOWN BY 1
             IF P NOT = 0 THEN
               IF C(P) = "ー" THEN
                 PERFORM UNTIL P = 1 OR C(P) NOT = "ー"
                   SET P DOWN BY 1
                 END-PERFORM
                 MOVE C(P) TO WS-PREV-CHAR
                 PERFORM GET-VOWEL
                 IF WS-LINK-CHAR NOT = SPACE THEN
                   EXIT PARAGRAPH
                 END-IF
               END-IF
             END-IF
           END-IF

           PERFORM FIND-CHAR
           IF P NOT = 0 THEN
             MOVE C(P) TO WS-LINK-CHAR
           END-IF.

       FIND-CHAR.
      *> ＠ FIND-LINK-CHAR内での処理です
      *> ---------------------------------------------------------
      *> - STR-TMP内の最後の文字の位置を探す
      *> -   (SHIRITORI.CBLのFIND-CHARと同じ。最後の
      *> -    文字が「ー」「。」など語頭に使えない
      *> -    文字(B)なら巻き戻す)
      *> ---------------------------------------------------------
           PERFORM VARYING P FROM 1 BY 1
               UNTIL P > 25 OR C(P) = SPACE
             CONTINUE
           END-PERFORM
           SET P DOWN BY 1

           PERFORM VARYING P FROM P BY -1 UNTIL P = 0
             SET PB TO 1
             SEARCH B
      *>       巻き戻す文字がなければループを抜ける
              AT END
               EXIT PERFORM
              WHEN B(PB) = C(P)
               CONTINUE
             END-SEARCH
           END-PERFORM.

       GET-VOWEL.
      *> ＠ FIND-LINK-CHAR内での処理です
      *> ---------------------------------------------------------
      *> - WS-PREV-CHARの母音をWS-LINK-CHARへ返す
      *> -   (SHIRITORI.CBLのGET-VOWELと同じ読み替え表。
      *> -    増やす時は両方を揃えること)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-LINK-CHAR
           EVALUATE WS-PREV-CHAR
             WHEN "あ" WHEN "か" WHEN "さ" WHEN "た"
             WHEN "な" WHEN "は" WHEN "ま" WHEN "や"
             WHEN "ら" WHEN "わ" WHEN "が" WHEN "ざ"
             WHEN "だ" WHEN "ば" WHEN "ぱ" WHEN "ぁ"
             WHEN "ゃ"
               MOVE "あ" TO WS-LINK-CHAR
             WHEN "い" WHEN "き" WHEN "し" WHEN "ち"
             WHEN "に" WHEN "ひ" WHEN "み" WHEN "り"
             WHEN "ぎ" WHEN "じ" WHEN "ぢ" WHEN "び"
             WHEN "ぴ" WHEN "ぃ"
               MOVE "い" TO WS-LINK-CHAR
             WHEN "う" WHEN "く" WHEN "す" WHEN "つ"
             WHEN "ぬ" WHEN "ふ" WHEN "む" WHEN "ゆ"
             WHEN "る" WHEN "ぐ" WHEN "ず" WHEN "づ"
             WHEN "ぶ" WHEN "ぷ" WHEN "ぅ" WHEN "ゅ"
             WHEN "っ" WHEN "ゔ"
               MOVE "う" TO WS-LINK-CHAR
             WHEN "え" WHEN "け" WHEN "せ" WHEN "て"
             WHEN "ね" WHEN "へ" WHEN "め" WHEN "れ"
             WHEN "げ" WHEN "ぜ" WHEN "で" WHEN "べ"
             WHEN "ぺ" WHEN "ぇ"
               MOVE "え" TO WS-LINK-CHAR
             WHEN "お" WHEN "こ" WHEN "そ" WHEN "と"
             WHEN "の" WHEN "ほ" WHEN "も" WHEN "よ"
             WHEN "ろ" WHEN "を" WHEN "ご" WHEN "ぞ"
             WHEN "ど" WHEN "ぼ" WHEN "ぽ" WHEN "ぉ"
             WHEN "ょ"
               MOVE "お" TO WS-LINK-CHAR
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       WRITE-TOPIC-ROW.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - お題の行を書く
      *> ---------------------------------------------------------
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>お題</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-TOPIC-FOUND = "N" THEN
             MOVE "未定" TO WS-HTML-TEXT
           ELSE
             EVALUATE TM-MODE
               WHEN "1" MOVE "たべものだけ" TO WS-HTML-TEXT
               WHEN "2" MOVE "固有名詞禁止" TO WS-HTML-TEXT
               WHEN OTHER MOVE "通常" TO WS-HTML-TEXT
             END-EVALUATE
           END-IF
           PERFORM HTML-ADD
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       WRITE-RULE-ROW.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - ハウスルールの行を書く(決めてある項目を
      *> -   「・」で区切って並べる)
      *> ---------------------------------------------------------
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>ルール</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-RULE-FOUND = "N" THEN
             MOVE "未定" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           ELSE
             IF HR-CHOON = "1" THEN
               MOVE "「ー」は母音で繋ぐ" TO WS-HTML-TEXT
             ELSE
               MOVE "「ー」は前の文字で繋ぐ" TO WS-HTML-TEXT
             END-IF
             PERFORM HTML-ADD
             IF HR-DAKU = "1" THEN
               MOVE "・「ぢ/じ」「づ/ず」は同じ"
                 TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
             IF HR-MINLEN IS NUMERIC AND HR-MINLEN > 0 THEN
               MOVE "・" TO WS-HTML-TEXT
               PERFORM HTML-ADD
               MOVE HR-MINLEN TO WS-NUM-VAL
               PERFORM HTML-ADD-NUM
               MOVE "文字以上" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
             IF HR-MATCH = "1" THEN
               MOVE "・勝ち抜き戦" TO WS-HTML-TEXT
               PERFORM HTML-ADD
               IF HR-ATTEMPTS IS NUMERIC
                  AND HR-ATTEMPTS > 0 THEN
                 MOVE "(失敗は1回の番に" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
                 MOVE HR-ATTEMPTS TO WS-NUM-VAL
                 PERFORM HTML-ADD-NUM
                 MOVE "回まで)" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               END-IF
             END-IF
           END-IF
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       WRITE-TURN-ROW.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 順番ルールの行を書く(固定順番なら顔ぶれも)
      *> ---------------------------------------------------------
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>順番</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-TURN-FOUND = "N" THEN
             MOVE "未定" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           ELSE
             EVALUATE TN-MODE
               WHEN "1"
                 MOVE "連続入力の禁止" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               WHEN "2"
                 MOVE "固定順番(" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
                 IF TN-CNT IS NOT NUMERIC OR TN-CNT > 8 THEN
                   MOVE 0 TO TN-CNT
                 END-IF
                 PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > TN-CNT
                   IF I > 1 THEN
                     MOVE "→" TO WS-HTML-TEXT
                     PERFORM HTML-ADD
                   END-IF
                   MOVE TN-NAME(I) TO WS-HTML-TEXT
                   PERFORM HTML-ADD-ESC
                 END-PERFORM
                 MOVE ")" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               WHEN OTHER
                 MOVE "制限なし" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
             END-EVALUATE
           END-IF
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       WRITE-CLOCK-ROW.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 時間制限の行を書く
      *> ---------------------------------------------------------
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>時間</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-CLOCK-FOUND = "N"
              OR TC-TURN-SEC IS NOT NUMERIC
              OR TC-GAME-MIN IS NOT NUMERIC THEN
             MOVE "制限なし" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           ELSE
             IF TC-TURN-SEC = 0 AND TC-GAME-MIN = 0 THEN
               MOVE "制限なし" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
             IF TC-TURN-SEC > 0 THEN
               MOVE "1回の番に" TO WS-HTML-TEXT
               PERFORM HTML-ADD
               MOVE TC-TURN-SEC TO WS-NUM-VAL
               PERFORM HTML-ADD-NUM
               MOVE "秒" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
             IF TC-GAME-MIN > 0 THEN
               IF TC-TURN-SEC > 0 THEN
                 MOVE "・" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               END-IF
               MOVE "持ち時間" TO WS-HTML-TEXT
               PERFORM HTML-ADD
               MOVE TC-GAME-MIN TO WS-NUM-VAL
               PERFORM HTML-ADD-NUM
               MOVE "分" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
           END-IF
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       WRITE-PRESENCE-ROW.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - いま居る人の行を書く
      *> ---------------------------------------------------------
           PERFORM HTML-NEW-LINE
           MOVE "<tr><th>いま居る人</th><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           IF WS-PRES-CNT = 0 THEN
             MOVE "(誰もいません)" TO WS-HTML-TEXT
             PERFORM HTML-ADD
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PRES-CNT
             IF I > 1 THEN
               MOVE "、" TO WS-HTML-TEXT
               PERFORM HTML-ADD
             END-IF
             MOVE PRT-NAME(I) TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
           END-PERFORM
           MOVE "</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       WRITE-RECENT-WORDS.
      *> ＠ WRITE-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 直近の単語と入れた人を古い順に書く
      *> -   (番号はS-FILEの何語目か)
      *> ---------------------------------------------------------
           IF RC-CNT = 0 THEN
             MOVE "<p>(まだ単語がありません)</p>" TO HT-REC
             WRITE HT-REC
             EXIT PARAGRAPH
           END-IF

           MOVE "<table>" TO HT-REC
           WRITE HT-REC
           MOVE SPACE TO HT-REC
           STRING "<tr><th>番</th><th>直近の単語</th>"
                                         DELIMITED BY SIZE
                  "<th>入れた人</th></tr>"
                                         DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RC-CNT
             PERFORM HTML-NEW-LINE
             MOVE "<tr><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE RC-NUM(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "</td><td>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE RC-WORD(I) TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
             MOVE "</td><td>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE RC-NAME(I) TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
             MOVE "</td></tr>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             PERFORM HTML-PUT-LINE
           END-PERFORM
           MOVE "</table>" TO HT-REC
           WRITE HT-REC.

       WRITE-SCORE-TOP.
      *> ---------------------------------------------------------
      *> - 登録簿の持ち点の多い順に、上位SCORE-TOP-MAX人を
      *> -   書く(同点なら累計の単語数の多い順)
      *> ---------------------------------------------------------
           PERFORM READ-PLAYERS
           PERFORM RANK-PLAYERS

           MOVE "<h2>持ち点の上位</h2>" TO HT-REC
           WRITE HT-REC
           IF WS-PS-CNT = 0 THEN
             MOVE "<p>(まだ記録がありません)</p>" TO HT-REC
             WRITE HT-REC
             EXIT PARAGRAPH
           END-IF

           MOVE "<table>" TO HT-REC
           WRITE HT-REC
           MOVE SPACE TO HT-REC
           STRING "<tr><th>順位</th><th>名前</th>"
                                         DELIMITED BY SIZE
                  "<th>持ち点</th><th>累計の語数</th>"
                                         DELIMITED BY SIZE
                  "<th>勝敗</th></tr>"   DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TOP-CNT
             PERFORM HTML-NEW-LINE
             MOVE "<tr><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE I TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "位</td><td>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE PS-NAME(I) TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
             MOVE "</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE PS-SCORE(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "点</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE PS-WORDS(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "語</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE PS-WINS(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "勝" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE PS-LOSSES(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "敗</td></tr>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             PERFORM HTML-PUT-LINE
           END-PERFORM
           MOVE "</table>" TO HT-REC
           WRITE HT-REC.

       READ-PLAYERS.
      *> ＠ WRITE-SCORE-TOP内での処理です
      *> ---------------------------------------------------------
      *> - 登録簿から名前・持ち点・語数・勝敗を拾う
      *> -   (欄が増える前の古い記録は空白のまま
      *> -    入ってくるため0とする)
      *> - 引退した人は拾わない
      *> ---------------------------------------------------------
           MOVE 0 TO WS-PS-CNT
           INITIALIZE PS-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT PLAYER-FILE
           PERFORM UNTIL EOF
             READ PLAYER-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 MOVE P-NAME TO PA-IN-NAME
                 PERFORM FIND-PLAYER-STAT
                 IF P-NAME NOT = SPACE
                    AND NOT PA-NOW-RETIRED
                    AND WS-PS-CNT < PS-TBL-MAX THEN
                   ADD 1 TO WS-PS-CNT
                   MOVE P-NAME TO PS-NAME(WS-PS-CNT)
                   IF P-SCORE IS NUMERIC THEN
                     MOVE P-SCORE TO PS-SCORE(WS-PS-CNT)
                   END-IF
                   IF P-TOTAL-WORDS IS NUMERIC THEN
                     MOVE P-TOTAL-WORDS TO PS-WORDS(WS-PS-CNT)
                   END-IF
                   IF P-WINS IS NUMERIC THEN
                     MOVE P-WINS TO PS-WINS(WS-PS-CNT)
                   END-IF
                   IF P-LOSSES IS NUMERIC THEN
                     MOVE P-LOSSES TO PS-LOSSES(WS-PS-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PLAYER-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       RANK-PLAYERS.
      *> ＠ WRITE-SCORE-TOP内での処理です
      *> ---------------------------------------------------------
      *> - 上位SCORE-TOP-MAX人ぶんだけ単純選択ソートで
      *> -   前へ集める(LEADERBOARD.CBLと同じやり方)
      *> ---------------------------------------------------------
           MOVE WS-PS-CNT TO WS-TOP-CNT
           IF WS-TOP-CNT > SCORE-TOP-MAX THEN
             MOVE SCORE-TOP-MAX TO WS-TOP-CNT
           END-IF
           IF WS-PS-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > WS-TOP-CNT OR I = WS-PS-CNT
             MOVE I TO K
             PERFORM VARYING J FROM I BY 1 UNTIL J > WS-PS-CNT
               IF PS-SCORE(J) > PS-SCORE(K)
                  OR (PS-SCORE(J) = PS-SCORE(K)
                      AND PS-WORDS(J) > PS-WORDS(K)) THEN
                 MOVE J TO K
               END-IF
             END-PERFORM
             IF K NOT = I THEN
               MOVE PS(I)   TO PS-SWAP
               MOVE PS(K)   TO PS(I)
               MOVE PS-SWAP TO PS(K)
             END-IF
           END-PERFORM.

       WRITE-STANDINGS.
      *> ---------------------------------------------------------
      *> - リーグの順位表を書く(結果の控えの全行から
      *> -   数える。LEAGUE-TABLEのPRINT-STANDINGSと同じ中身)
      *> ---------------------------------------------------------
           PERFORM TALLY-STANDINGS
           PERFORM RANK-STANDINGS

           MOVE "<h2>リーグ 順位表</h2>" TO HT-REC
           WRITE HT-REC
           IF WS-LG-CNT = 0 THEN
             MOVE "<p>(まだ結果がありません)</p>" TO HT-REC
             WRITE HT-REC
             EXIT PARAGRAPH
           END-IF

           MOVE "<table>" TO HT-REC
           WRITE HT-REC
           MOVE SPACE TO HT-REC
           STRING "<tr><th>順位</th><th>名前</th>"
                                         DELIMITED BY SIZE
                  "<th>勝ち点</th><th>試合</th>"
                                         DELIMITED BY SIZE
                  "<th>勝</th><th>敗</th></tr>"
                                         DELIMITED BY SIZE
             INTO HT-REC
           WRITE HT-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LG-CNT
             PERFORM HTML-NEW-LINE
             MOVE "<tr><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE I TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "位</td><td>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE LG-NAME(I) TO WS-HTML-TEXT
             PERFORM HTML-ADD-ESC
             MOVE LG-NAME(I) TO PA-IN-NAME
             PERFORM FIND-PLAYER-STAT
             EVALUATE TRUE
               WHEN PA-NOW-RETIRED
                 MOVE "(引退)" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               WHEN PA-NOW-SUSPENDED
                 MOVE "(出場停止中)" TO WS-HTML-TEXT
                 PERFORM HTML-ADD
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             MOVE "</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE LG-POINTS(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE LG-PLAYED(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE LG-WON(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "</td><td class=""num"">" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             MOVE LG-LOST(I) TO WS-NUM-VAL
             PERFORM HTML-ADD-NUM
             MOVE "</td></tr>" TO WS-HTML-TEXT
             PERFORM HTML-ADD
             PERFORM HTML-PUT-LINE
           END-PERFORM
           MOVE "</table>" TO HT-REC
           WRITE HT-REC.

       TALLY-STANDINGS.
      *> ＠ WRITE-STANDINGS内での処理です
      *> ---------------------------------------------------------
      *> - 結果の控えの全行から、プレイヤーごとの
      *> -   試合数・勝敗・勝ち点を数える
      *> ---------------------------------------------------------
           MOVE 0 TO WS-LG-CNT
           INITIALIZE LG-TBL
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL EOF
             READ RESULT-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF RS-NAME NOT = SPACE THEN
                   PERFORM FIND-OR-ADD-STANDING
                   IF WS-POS NOT = 0 THEN
                     ADD 1 TO LG-PLAYED(WS-POS)
                     IF RS-MARK = "W" THEN
                       ADD 1 TO LG-WON(WS-POS)
                       ADD WIN-POINTS TO LG-POINTS(WS-POS)
                     ELSE
                       ADD 1 TO LG-LOST(WS-POS)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           MOVE LOW-VALUE TO EOF-FLG.

       FIND-OR-ADD-STANDING.
      *> ＠ TALLY-STANDINGS内での処理です
      *> ---------------------------------------------------------
      *> - LG-TBL中にRS-NAMEと同じ名前を探し、
      *> -   見つからなければ末尾に追加する
      *> -   (位置はWS-POSで返す。満員なら0)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-POS
           PERFORM VARYING K FROM 1 BY 1
               UNTIL K > WS-LG-CNT OR WS-POS NOT = 0
             IF LG-NAME(K) = RS-NAME THEN
               MOVE K TO WS-POS
             END-IF
           END-PERFORM
           IF WS-POS = 0 THEN
             IF WS-LG-CNT < LG-TBL-MAX THEN
               ADD 1 TO WS-LG-CNT
               MOVE WS-LG-CNT TO WS-POS
               MOVE RS-NAME   TO LG-NAME(WS-POS)
             END-IF
           END-IF.

       RANK-STANDINGS.
      *> ＠ WRITE-STANDINGS内での処理です
      *> ---------------------------------------------------------
      *> - 勝ち点の多い順(同点なら勝ち数の多い順)に
      *> -   単純選択ソートで並べ替える
      *> -   (LEAGUE-TABLEのRANK-STANDINGSと同じ)
      *> ---------------------------------------------------------
           IF WS-LG-CNT < 2 THEN
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-LG-CNT
             MOVE I TO K
             PERFORM VARYING J FROM I BY 1 UNTIL J > WS-LG-CNT
               IF LG-POINTS(J) > LG-POINTS(K)
                  OR (LG-POINTS(J) = LG-POINTS(K)
                      AND LG-WON(J) > LG-WON(K)) THEN
                 MOVE J TO K
               END-IF
             END-PERFORM
             IF K NOT = I THEN
               MOVE LG(I)   TO LG-SWAP
               MOVE LG(K)   TO LG(I)
               MOVE LG-SWAP TO LG(K)
             END-IF
           END-PERFORM.

       WRITE-WEEK-TITLES.
      *> ---------------------------------------------------------
      *> - 今週(WS-WEEK-FROMから今日まで)に授与された
      *> -   称号を、称号の控えの順(授与した順)に書く
      *> ---------------------------------------------------------
           MOVE "<h2>今週の称号</h2>" TO HT-REC
           WRITE HT-REC

           MOVE 0 TO WS-TITLE-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT TITLE-FILE
           PERFORM UNTIL EOF
             READ TITLE-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 IF TL-NAME NOT = SPACE
                    AND TL-DATE IS NUMERIC
                    AND TL-DATE >= WS-WEEK-FROM
                    AND TL-DATE <= WS-TODAY THEN
                   PERFORM WRITE-ONE-TITLE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TITLE-FILE
           MOVE LOW-VALUE TO EOF-FLG

           IF WS-TITLE-CNT = 0 THEN
             MOVE "<p>(今週の授与はありません)</p>" TO HT-REC
             WRITE HT-REC
           ELSE
             MOVE "</table>" TO HT-REC
             WRITE HT-REC
           END-IF.

       WRITE-ONE-TITLE.
      *> ＠ WRITE-WEEK-TITLES内での処理です
      *> ---------------------------------------------------------
      *> - 称号の控えの1行を表の1行として書く
      *> -   (最初の1行の前に表の見出しを書く)
      *> ---------------------------------------------------------
           IF WS-TITLE-CNT = 0 THEN
             MOVE "<table>" TO HT-REC
             WRITE HT-REC
             MOVE SPACE TO HT-REC
             STRING "<tr><th>授与日</th><th>名前</th>"
                                           DELIMITED BY SIZE
                    "<th>称号</th></tr>"   DELIMITED BY SIZE
               INTO HT-REC
             WRITE HT-REC
           END-IF
           ADD 1 TO WS-TITLE-CNT

           MOVE TL-DATE TO WS-DATE
           PERFORM FORMAT-DATE
           MOVE TL-CODE TO WS-TITLE-CODE
           PERFORM TITLE-NAME-OF

           PERFORM HTML-NEW-LINE
           MOVE "<tr><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE WS-DISP-DATE TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE "</td><td>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE TL-NAME TO WS-HTML-TEXT
           PERFORM HTML-ADD-ESC
           MOVE "</td><td>「" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE WS-TITLE-NAME TO WS-HTML-TEXT
           PERFORM HTML-ADD
           MOVE "」</td></tr>" TO WS-HTML-TEXT
           PERFORM HTML-ADD
           PERFORM HTML-PUT-LINE.

       TITLE-NAME-OF.
      *> ---------------------------------------------------------
      *> - WS-TITLE-CODEの表示用の名前を返す
      *> -   (SHIRITORI.CBLのTITLE-NAME-OFと同じ
      *> -    読み替え表。増やす時は両方を揃えること)
      *> ---------------------------------------------------------
           EVALUATE WS-TITLE-CODE
             WHEN "01" MOVE "百語の語り部"   TO WS-TITLE-NAME
             WHEN "02" MOVE "十文字の大物"   TO WS-TITLE-NAME
             WHEN "03" MOVE "勝ち抜きの覇者" TO WS-TITLE-NAME
             WHEN "04" MOVE "五勝の強者"     TO WS-TITLE-NAME
             WHEN "05" MOVE "七日間皆勤"     TO WS-TITLE-NAME
             WHEN OTHER MOVE SPACE           TO WS-TITLE-NAME
           END-EVALUATE.

       HTML-NEW-LINE.
      *> ---------------------------------------------------------
      *> - HTMLの1行の組み立てを始める
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-HTML-LINE
           MOVE 1 TO WS-HTML-PTR.

       HTML-PUT-LINE.
      *> ---------------------------------------------------------
      *> - 組み立てたHTMLの1行を書き出す
      *> ---------------------------------------------------------
           MOVE WS-HTML-LINE TO HT-REC
           WRITE HT-REC
           PERFORM HTML-NEW-LINE.

       HTML-TEXT-LEN-OF.
      *> ＠ HTML-ADD・HTML-ADD-ESC内での処理です
      *> ---------------------------------------------------------
      *> - WS-HTML-TEXTの末尾の空白を除いた長さを
      *> -   WS-TEXT-LENへ返す(名前の途中の空白は残す
      *> -   よう、後ろから数える)
      *> ---------------------------------------------------------
           MOVE 0 TO WS-TEXT-LEN
           PERFORM VARYING HX FROM 200 BY -1
               UNTIL HX = 0 OR WS-TEXT-LEN NOT = 0
             IF WS-HTML-TEXT(HX:1) NOT = SPACE THEN
               MOVE HX TO WS-TEXT-LEN
             END-IF
           END-PERFORM.

       HTML-ADD.
      *> ---------------------------------------------------------
      *> - WS-HTML-TEXT(タグなど)をそのまま繋げる
      *> ---------------------------------------------------------
           PERFORM HTML-TEXT-LEN-OF
           IF WS-TEXT-LEN = 0 THEN
             EXIT PARAGRAPH
           END-IF
           STRING WS-HTML-TEXT(1:WS-TEXT-LEN) DELIMITED BY SIZE
             INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
           END-STRING.

       HTML-ADD-ESC.
      *> ---------------------------------------------------------
      *> - WS-HTML-TEXT(名前・単語など)を、HTMLで
      *> -   意味を持つ文字を置き換えながら繋げる
      *> -   (名前に「<」などを入れられてもページが
      *> -    崩れないように)
      *> ---------------------------------------------------------
           PERFORM HTML-TEXT-LEN-OF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-TEXT-LEN
             EVALUATE WS-HTML-TEXT(HX:1)
               WHEN "&"
                 STRING "&amp;" DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                 END-STRING
               WHEN "<"
                 STRING "&lt;" DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                 END-STRING
               WHEN ">"
                 STRING "&gt;" DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                 END-STRING
               WHEN """"
                 STRING "&quot;" DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                 END-STRING
               WHEN OTHER
                 STRING WS-HTML-TEXT(HX:1) DELIMITED BY SIZE
                   INTO WS-HTML-LINE WITH POINTER WS-HTML-PTR
                 END-STRING
             END-EVALUATE
           END-PERFORM.

       HTML-ADD-NUM.
      *> ---------------------------------------------------------
      *> - WS-NUM-VALを前ゼロなしの数字で繋げる
      *> ---------------------------------------------------------
           MOVE WS-NUM-VAL TO WS-NUM-ED
           MOVE SPACE TO WS-HTML-TEXT
           MOVE 1 TO HX
           PERFORM UNTIL WS-NUM-ED(HX:1) NOT = SPACE
             ADD 1 TO HX
           END-PERFORM
           MOVE WS-NUM-ED(HX:) TO WS-HTML-TEXT
           PERFORM HTML-ADD.

       BUILD-ROOM-PATHS.
      *> ---------------------------------------------------------
      *> - WS-ROOM-NAMEの部屋のファイルのパスを
      *> -   組み立てる(SHIRITORI.CBLのBUILD-ROOM-PATHSと
      *> -   同じ名前の付け方)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-S-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  ".TXT"           DELIMITED BY SIZE
             INTO WS-S-PATH
           MOVE SPACE TO WS-TOPIC-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_TOPIC.DAT"     DELIMITED BY SIZE
             INTO WS-TOPIC-PATH
           MOVE SPACE TO WS-TURN-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_TURN.DAT"      DELIMITED BY SIZE
             INTO WS-TURN-PATH
           MOVE SPACE TO WS-RULES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_RULES.DAT"     DELIMITED BY SIZE
             INTO WS-RULES-PATH
           MOVE SPACE TO WS-PRES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_PRES.DAT"      DELIMITED BY SIZE
             INTO WS-PRES-PATH
           MOVE SPACE TO WS-CLOCK-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOM_"          DELIMITED BY SIZE
                  WS-ROOM-NAME     DELIMITED BY SPACE
                  "_CLOCK.DAT"     DELIMITED BY SIZE
             INTO WS-CLOCK-PATH.

       BUILD-SHARED-PATHS.
      *> ---------------------------------------------------------
      *> - 共用の部屋(空白の部屋)のファイルのパスを
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-S-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "SHIRITORI.TXT"  DELIMITED BY SIZE
             INTO WS-S-PATH
           MOVE SPACE TO WS-TOPIC-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "TOPIC.DAT"      DELIMITED BY SIZE
             INTO WS-TOPIC-PATH
           MOVE SPACE TO WS-TURN-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "TURN.DAT"       DELIMITED BY SIZE
             INTO WS-TURN-PATH
           MOVE SPACE TO WS-RULES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "RULES.DAT"      DELIMITED BY SIZE
             INTO WS-RULES-PATH
           MOVE SPACE TO WS-PRES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PRESENCE.DAT"   DELIMITED BY SIZE
             INTO WS-PRES-PATH
           MOVE SPACE TO WS-CLOCK-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "CLOCK.DAT"      DELIMITED BY SIZE
             INTO WS-CLOCK-PATH.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、固定のファイルのパスを
      *> -   組み立てる
      *> - ページの出力先は設定のHTML-DIR。無ければ
      *> -   データ一式の置き場所へ出す
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-RL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOMS.TXT"      DELIMITED BY SIZE
             INTO WS-RL-PATH
           MOVE SPACE TO WS-RET-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "ROOMS-RET.TXT"  DELIMITED BY SIZE
             INTO WS-RET-PATH
           MOVE SPACE TO WS-ALLOW-PATH
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                   DELIMITED BY SIZE
                  "ALLOW-LIST.TXT" DELIMITED BY SIZE
             INTO WS-ALLOW-PATH
           MOVE SPACE TO WS-PLAYER-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PLAYERS.DAT"    DELIMITED BY SIZE
             INTO WS-PLAYER-PATH
           MOVE SPACE TO WS-RESULT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "RESULTS.TXT"    DELIMITED BY SIZE
             INTO WS-RESULT-PATH
           MOVE SPACE TO WS-TITLE-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "TITLES.DAT"     DELIMITED BY SIZE
             INTO WS-TITLE-PATH
           MOVE SPACE TO WS-PSTAT-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "PSTATUS.DAT"    DELIMITED BY SIZE
             INTO WS-PSTAT-PATH

           IF CFG-HTML-LEN = 0 THEN
             MOVE CFG-DATA-DIR TO CFG-HTML-DIR
             MOVE CFG-DATA-LEN TO CFG-HTML-LEN
           END-IF
           MOVE SPACE TO WS-HTML-PATH
           STRING CFG-HTML-DIR(1:CFG-HTML-LEN)
                                   DELIMITED BY SIZE
                  "STATUS.HTML"    DELIMITED BY SIZE
             INTO WS-HTML-PATH
           MOVE SPACE TO WS-HTML-TMP-PATH
           STRING CFG-HTML-DIR(1:CFG-HTML-LEN)
                                   DELIMITED BY SIZE
                  "STATUS.TMP"     DELIMITED BY SIZE
             INTO WS-HTML-TMP-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "PLAYER-STAT-PROC.CBF".

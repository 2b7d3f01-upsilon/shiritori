       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      GAME-LIST.
      * 終わったゲームの登録簿(GAMES.DAT)を読み返すための
      * 照会プログラム。SHIRITORIのRESETが退避と同時に
      * 追記した1ゲーム1行の記録を、部屋・日付の範囲・
      * お題・勝ち抜き戦かどうかで絞り込んで表示する。
      * 退避ファイルには単語しか残らないため、
      * 「先月のたべもの縛りの勝ち抜き戦は誰が勝ったのか」
      * に答えるための道具
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT OPTIONAL GAME-FILE ASSIGN TO DYNAMIC WS-GAME-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    データ一式の置き場所の設定ファイル
      *    (全プログラム共通。読み方はCONFIG-PROC.CBF)
        SELECT OPTIONAL CONFIG-FILE ASSIGN TO DYNAMIC CFG-PATH
          ORGANIZATION LINE SEQUENTIAL
          FILE STATUS IS CFG-ST.
       DATA                     DIVISION.
       FILE                     SECTION.
       FD GAME-FILE.
       COPY "GAME-REC.CBF".

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-GAME-PATH  PIC X(120).

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

      * 絞り込みの条件(どれも空白なら全件)
      * 日付はゲームの終わりの日(GM-ENDの日付)で比べる
       01 WS-SEL-ROOM   PIC X(20).
       01 WS-SEL-FROM   PIC X(08).
       01 WS-SEL-TO     PIC X(08).
       01 WS-SEL-TOPIC  PIC X(01).
       01 WS-SEL-MATCH  PIC X(01).

       01 WS-HIT-CNT    PIC 9(07) VALUE 0.
       01 WS-MATCH      PIC X.
       01 WS-TOPIC-NAME PIC X(20).
       01 WS-TURN-NAME  PIC X(20).
       01 GX            PIC 9(02).
       PROCEDURE                DIVISION.
       MAIN.
           PERFORM CONFIG-INIT
           PERFORM BUILD-FILE-PATHS
           PERFORM INPUT-FILTER

           DISPLAY SPACE
           DISPLAY "*** 終わったゲームの登録簿 ***"

           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT GAME-FILE
           PERFORM UNTIL EOF
             READ GAME-FILE
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM CHECK-FILTER
                 IF WS-MATCH = "Y" THEN
                   ADD 1 TO WS-HIT-CNT
                   PERFORM SHOW-ONE-GAME
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GAME-FILE

           IF WS-HIT-CNT = 0 THEN
             DISPLAY "該当するゲームは" WITH NO ADVANCING
             DISPLAY "ありませんでした。"
           ELSE
             DISPLAY "計 " WS-HIT-CNT "ゲーム"
           END-IF
           STOP RUN.

       INPUT-FILTER.
      *> ---------------------------------------------------------
      *> - 絞り込みの条件を聞く(空白はその条件なし)
      *> ---------------------------------------------------------
           DISPLAY "部屋の名前を入力してください。"
               WITH NO ADVANCING
           DISPLAY "(空白=すべての部屋)"
           ACCEPT WS-SEL-ROOM
           DISPLAY "いつから(YYYYMMDD)を" WITH NO ADVANCING
           DISPLAY "入力してください。"
               WITH NO ADVANCING
           DISPLAY "(空白=最初から)"
           ACCEPT WS-SEL-FROM
           DISPLAY "いつまで(YYYYMMDD)を" WITH NO ADVANCING
           DISPLAY "入力してください。"
               WITH NO ADVANCING
           DISPLAY "(空白=最後まで)"
           ACCEPT WS-SEL-TO
           DISPLAY "テーマを選んでください。"
           DISPLAY "0:通常  1:たべものだけ" WITH NO ADVANCING
           DISPLAY "  2:固有名詞禁止" WITH NO ADVANCING
           DISPLAY "  (空白=すべて)"
           ACCEPT WS-SEL-TOPIC
           DISPLAY "勝ち抜き戦かどうかを" WITH NO ADVANCING
           DISPLAY "選んでください。"
           DISPLAY "0:ふつうのゲーム  1:勝ち抜き戦"
               WITH NO ADVANCING
           DISPLAY "  (空白=すべて)"
           ACCEPT WS-SEL-MATCH.

       CHECK-FILTER.
      *> ---------------------------------------------------------
      *> - 読んだ1件が絞り込みの条件に合うかを調べる
      *> - 勝ち抜き戦の欄は、空白(欄が増える前の
      *> -   マーカーから取った記録)をふつうのゲーム
      *> -   とみなす(ADOPT-RULE-MARKERと同じ扱い)
      *> ---------------------------------------------------------
           MOVE "Y" TO WS-MATCH
           IF WS-SEL-ROOM NOT = SPACE
              AND GM-ROOM NOT = WS-SEL-ROOM THEN
             MOVE "N" TO WS-MATCH
           END-IF
           IF WS-SEL-FROM NOT = SPACE
              AND GM-END(1:8) < WS-SEL-FROM THEN
             MOVE "N" TO WS-MATCH
           END-IF
           IF WS-SEL-TO NOT = SPACE
              AND GM-END(1:8) > WS-SEL-TO THEN
             MOVE "N" TO WS-MATCH
           END-IF
           IF WS-SEL-TOPIC NOT = SPACE
              AND GM-TOPIC NOT = WS-SEL-TOPIC THEN
             MOVE "N" TO WS-MATCH
           END-IF
           IF WS-SEL-MATCH = "1"
              AND GM-MATCH NOT = "1" THEN
             MOVE "N" TO WS-MATCH
           END-IF
           IF WS-SEL-MATCH = "0"
              AND GM-MATCH = "1" THEN
             MOVE "N" TO WS-MATCH
           END-IF.

       SHOW-ONE-GAME.
      *> ---------------------------------------------------------
      *> - 1ゲームを「期間 [部屋] 語数 お題 ルール」と
      *> -   参加者・勝者の行で表示する
      *> ---------------------------------------------------------
           EVALUATE GM-TOPIC
             WHEN "1"
               MOVE "たべものだけ" TO WS-TOPIC-NAME
             WHEN "2"
               MOVE "固有名詞禁止" TO WS-TOPIC-NAME
             WHEN OTHER
               MOVE "通常"         TO WS-TOPIC-NAME
           END-EVALUATE
           EVALUATE GM-TURN-MODE
             WHEN "1"
               MOVE "連続入力の禁止" TO WS-TURN-NAME
             WHEN "2"
               MOVE "固定順番"       TO WS-TURN-NAME
             WHEN OTHER
               MOVE "制限なし"       TO WS-TURN-NAME
           END-EVALUATE

           DISPLAY SPACE
           DISPLAY GM-ARCH-NAME
           DISPLAY "  " WITH NO ADVANCING
           IF GM-START = SPACE THEN
             DISPLAY "(開始不明)" WITH NO ADVANCING
           ELSE
             DISPLAY GM-START(1:8) "_" GM-START(9:6)
                 WITH NO ADVANCING
           END-IF
           DISPLAY " - " GM-END(1:8) "_" GM-END(9:6) " "
               WITH NO ADVANCING
           IF GM-ROOM NOT = SPACE THEN
             DISPLAY "[" GM-ROOM "] " WITH NO ADVANCING
           END-IF
           DISPLAY GM-WORDS "語"

           DISPLAY "  テーマ:" WS-TOPIC-NAME " 順番:"
               WITH NO ADVANCING
           DISPLAY WS-TURN-NAME
           DISPLAY "  ルール ー=" GM-CHOON " 最低="
               WITH NO ADVANCING
           DISPLAY GM-MINLEN " ぢづ=" GM-DAKU
               WITH NO ADVANCING
           IF GM-MATCH = "1" THEN
             DISPLAY " 勝ち抜き戦 失敗=" GM-ATTEMPTS
           ELSE
             DISPLAY SPACE
           END-IF

           DISPLAY "  参加者(" GM-PLAYER-CNT "人):"
               WITH NO ADVANCING
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 8
             IF GM-PLAYER(GX) NOT = SPACE THEN
               DISPLAY " " GM-PLAYER(GX) WITH NO ADVANCING
             END-IF
           END-PERFORM
           DISPLAY SPACE

           IF GM-WINNER NOT = SPACE THEN
             DISPLAY "  勝者:" GM-WINNER
           END-IF.

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、読むファイルのパスを
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-GAME-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                DELIMITED BY SIZE
                  "GAMES.DAT"   DELIMITED BY SIZE
             INTO WS-GAME-PATH.

       COPY "CONFIG-PROC.CBF".

       IDENTIFICATION           DIVISION.
       PROGRAM-ID.      HISTORY-BUILD.
      * RESETの退避ファイル(SHIRITORI_*.TXT)を、索引付きの
      * 履歴(HISTORY.DAT、部屋→退避した日時→何語目の
      * キー)1本へ積み増すバッチ。RECONCILE・WORDSTATS・
      * MONTH-REPORT・SEASON-DIGESTは退避ファイルを毎回
      * 頭から全部読んでいたため、退避が溜まるほど月末の
      * 処理が遅くなっていた。
      * ・どこまで積んだか(一番後ろの退避ファイル)を控え
      *   (HISTCTL.DAT)に持ち、それより新しい退避ファイル
      *   だけを古い順に積む
      * ・1本を積んでいる途中もHIST-COMMIT-EVERY語ごとに
      *   控えを書くため、途中で止まっても流し直せば
      *   控えた語の次から積み直す(控えより後ろで
      *   もう入っていた語は二重に積まない)
      * ・設定のHIST-KEEP-DAYSが0でなければ、積み終えた
      *   退避ファイルのうちその日数より古いものを、
      *   データ一式の置き場所の下の年ごとのフォルダ
      *   (YYYY)へ移す
      * ・実行は共通の操作記録(OPSLOG)に残す
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
       FILE-CONTROL.
      *    退避ファイル名の一覧。DIRコマンドで作り直す
      *    (報告のバッチと同時に流れても踏まないよう
      *     ARCHLISTとは別の名前)
        SELECT OPTIONAL ARCH-LIST ASSIGN TO DYNAMIC WS-LIST-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    索引付きの履歴(無ければ作る)
        SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS HS-KEY
          ALTERNATE RECORD KEY IS HS-DATE-KEY
          FILE STATUS  IS WS-HIST-ST.

      *    どこまで積んだかの控え
        SELECT OPTIONAL HIST-CTL ASSIGN TO DYNAMIC WS-HCTL-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    積み増しと退避ファイルの移動を残す
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
       FD ARCH-LIST.
       01 AL-REC        PIC X(80).

       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD HIST-CTL.
       01 HK-LINE       PIC X(182).

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       FD CONFIG-FILE.
       COPY "CONFIG-REC.CBF".
       WORKING-STORAGE          SECTION.
       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 EOF2-FLG      PIC X VALUE LOW-VALUE.
        88 EOF2               VALUE HIGH-VALUE.

      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

      * 固定のファイルのパス(BUILD-FILE-PATHSが設定の
      * 置き場所から組み立てる)
       01 WS-LIST-PATH  PIC X(120).
       01 WS-ARCH-PATH  PIC X(120).
       01 WS-HIST-PATH  PIC X(120).
       01 WS-HCTL-PATH  PIC X(120).
       01 WS-OPS-PATH   PIC X(120).
       01 WS-HIST-ST    PIC X(02) VALUE "00".

      * どこまで積んだかの控え
       COPY "HIST-CTL.CBF".

      * この語数を積むごとに控えを書く
       78 HIST-COMMIT-EVERY VALUE 500.

       01 WS-CMD        PIC X(200).
       01 WS-NAME-LEN   PIC 9(02).
       01 WS-TAIL-POS   PIC 9(02).
       01 WS-ARCH-OK    PIC X.
       01 WS-FILE-ROOM  PIC X(20).

      * まだ積んでいない退避ファイルの表
      * (退避した日時→ファイル名の順に並べて持つ。
      *  上限を超えたぶんは、古い方から上限まで積み、
      *  残りは次の実行に回す)
       78 ARCH-TBL-MAX VALUE 9999.
       01 WS-AE-CNT     PIC 9(04) VALUE 0.
       01 ARCH-TBL.
           02 AE        OCCURS 9999.
             03 AE-KEY.
               04 AE-STAMP PIC X(14).
               04 AE-NAME  PIC X(60).
             03 AE-ROOM    PIC X(20).
       01 WS-AE-FULL    PIC X VALUE "N".
       01 AI            PIC 9(04).
       01 AJ            PIC 9(04).

      * 1本ぶんの積み込み
       01 WS-SEQ        PIC 9(07).
       01 WS-SKIP       PIC 9(07).
       01 WS-SINCE-COMMIT PIC 9(04) VALUE 0.

      * 実行全体の件数
       01 WS-GAME-CNT   PIC 9(05) VALUE 0.
       01 WS-LOAD-CNT   PIC 9(09) VALUE 0.
       01 WS-DUP-CNT    PIC 9(09) VALUE 0.
       01 WS-MOVE-CNT   PIC 9(05) VALUE 0.

      * 退避ファイルを移す境目の日付
      * (今日からCFG-HIST-KEEP日前。これより前の日付の
      *  退避ファイルを移す)
       01 WS-KEEP-FROM  PIC X(08).
       01 WS-YDAY.
           02 WS-YD-Y   PIC 9(04).
           02 WS-YD-M   PIC 9(02).
           02 WS-YD-D   PIC 9(02).
       01 WS-DAY-CNT    PIC 9(04).
       01 WS-LEAP-Q     PIC 9(04).
       01 WS-LEAP-R4    PIC 9(04).
       01 WS-LEAP-R100  PIC 9(04).
       01 WS-LEAP-R400  PIC 9(04).
       01 WS-YEAR-DIR   PIC X(120).
       01 WS-LAST-YEAR  PIC X(04) VALUE SPACE.

      * 共通の操作記録(OPSLOG)への書き込み用
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

           PERFORM READ-HIST-CTL
           IF HC-CKP-NAME NOT = SPACE THEN
             DISPLAY "前回は " HC-CKP-NAME
             DISPLAY "  の " HC-CKP-SEQ "語目まで"
                 WITH NO ADVANCING
             DISPLAY "積んで止まっています。"
                 WITH NO ADVANCING
             DISPLAY "その次から積み直します。"
           END-IF

           PERFORM BUILD-ARCH-LIST
           PERFORM COLLECT-NEW-ARCHIVES

           OPEN I-O HIST-FILE
           IF WS-HIST-ST NOT = "00" AND WS-HIST-ST NOT = "05"
             THEN
             DISPLAY "!! 履歴(HISTORY.DAT)を開けません。"
                 WITH NO ADVANCING
             DISPLAY "(状態 " WS-HIST-ST ")"
             STOP RUN
           END-IF
           PERFORM VARYING AI FROM 1 BY 1
               UNTIL AI > WS-AE-CNT
             PERFORM LOAD-ONE-ARCHIVE
           END-PERFORM
           CLOSE HIST-FILE

           DISPLAY "*** " WS-GAME-CNT "ゲーム "
               WITH NO ADVANCING
           DISPLAY WS-LOAD-CNT "語を履歴へ積みました ***"
           IF WS-DUP-CNT NOT = 0 THEN
             DISPLAY "(前回の中断で入っていた "
                 WITH NO ADVANCING
             DISPLAY WS-DUP-CNT "語は積み直していません)"
           END-IF
           IF WS-AE-FULL = "Y" THEN
             DISPLAY "(残りの退避ファイルは次の実行で"
                 WITH NO ADVANCING
             DISPLAY "積みます)"
           END-IF
           PERFORM LOG-LOAD

           IF CFG-HIST-KEEP NOT = 0 THEN
             PERFORM MOVE-OLD-ARCHIVES
           END-IF
           STOP RUN.

       INPUT-OPERATOR.
      *> ---------------------------------------------------------
      *> - 誰が積んだのかを控えと操作記録に残せるよう
      *> -   担当者の名前を聞く
      *> ---------------------------------------------------------
           DISPLAY "担当者の名前を入力してください。"
           ACCEPT WS-OPR-NAME
           IF WS-OPR-NAME = SPACE THEN
             MOVE DEFAULT-NAME TO WS-OPR-NAME
           END-IF.

       BUILD-ARCH-LIST.
      *> ---------------------------------------------------------
      *> - 退避ファイル名の一覧をDIRコマンドで
      *> -   作り直す
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CMD
           STRING "DIR /B /ON "  DELIMITED BY SIZE
                  CFG-DATA-DIR(1:CFG-DATA-LEN)
                                 DELIMITED BY SIZE
                  "SHIRITORI_*.TXT"
                                 DELIMITED BY SIZE
                  " > "          DELIMITED BY SIZE
                  WS-LIST-PATH   DELIMITED BY SPACE
             INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       COLLECT-NEW-ARCHIVES.
      *> ---------------------------------------------------------
      *> - 一覧のうち、まだ積んでいない退避ファイルを
      *> -   ARCH-TBLへ古い順に並べて集める
      *> - 一覧は名前順(部屋ごと)のため、日時の順に
      *> -   差し込んで並べる
      *> ---------------------------------------------------------
           MOVE 0 TO WS-AE-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT ARCH-LIST
           PERFORM UNTIL EOF
             READ ARCH-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM CHECK-ARCH-NAME
                 IF WS-ARCH-OK = "Y" THEN
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "N" THEN
                     PERFORM ADD-ARCH-TBL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       CHECK-ARCH-NAME.
      *> ---------------------------------------------------------
      *> - 一覧の1行が退避ファイルの名前かを調べ、
      *> -   退避した日時と名前をHC-IN-KEYへ、部屋を
      *> -   WS-FILE-ROOMへ返す
      *> -   ・SHIRITORI_YYYYMMDD_HHMMSS.TXT (共用の部屋)
      *> -   ・SHIRITORI_部屋_YYYYMMDD_HHMMSS.TXT
      *> -   (一覧出力のSHIRITORI_ALL_～は今のS-FILEと
      *> -    二重になるため外す。SEASON-DIGESTと同じ判定)
      *> ---------------------------------------------------------
           MOVE "N" TO WS-ARCH-OK
           IF AL-REC(1:10) NOT = "SHIRITORI_" THEN
             EXIT PARAGRAPH
           END-IF
           IF AL-REC(11:4) = "ALL_" THEN
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NAME-LEN
           INSPECT AL-REC TALLYING WS-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NAME-LEN < 29 THEN
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAIL-POS = WS-NAME-LEN - 19
           IF AL-REC(WS-TAIL-POS:1) NOT = "_"
              OR AL-REC(WS-TAIL-POS + 1:8) IS NOT NUMERIC
              OR AL-REC(WS-TAIL-POS + 9:1) NOT = "_"
              OR AL-REC(WS-TAIL-POS + 10:6) IS NOT NUMERIC
              OR AL-REC(WS-TAIL-POS + 16:4) NOT = ".TXT" THEN
             EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-ARCH-OK
           MOVE SPACE TO HC-IN-KEY
           STRING AL-REC(WS-TAIL-POS + 1:8)  DELIMITED BY SIZE
                  AL-REC(WS-TAIL-POS + 10:6) DELIMITED BY SIZE
             INTO HC-IN-STAMP
           MOVE AL-REC(1:WS-NAME-LEN) TO HC-IN-NAME
           MOVE SPACE TO WS-FILE-ROOM
           IF WS-NAME-LEN > 29 THEN
             MOVE AL-REC(11:WS-TAIL-POS - 11) TO WS-FILE-ROOM
           END-IF.

       ADD-ARCH-TBL.
      *> ＠ COLLECT-NEW-ARCHIVES内での処理です
      *> ---------------------------------------------------------
      *> - HC-IN-KEYの退避ファイルを、ARCH-TBLの日時の
      *> -   順の位置へ差し込む
      *> - 満員の時は、一番新しいものより古ければ
      *> -   一番新しいものを落として差し込み、新しければ
      *> -   入れない(どちらも次の実行に回る)
      *> ---------------------------------------------------------
           IF WS-AE-CNT >= ARCH-TBL-MAX THEN
             MOVE "Y" TO WS-AE-FULL
             IF HC-IN-KEY NOT < AE-KEY(WS-AE-CNT) THEN
               EXIT PARAGRAPH
             END-IF
             SUBTRACT 1 FROM WS-AE-CNT
           END-IF

           MOVE WS-AE-CNT TO AI
           PERFORM UNTIL AI = 0
             IF AE-KEY(AI) NOT > HC-IN-KEY THEN
               EXIT PERFORM
             END-IF
             COMPUTE AJ = AI + 1
             MOVE AE(AI) TO AE(AJ)
             SUBTRACT 1 FROM AI
           END-PERFORM
           COMPUTE AJ = AI + 1
           MOVE HC-IN-KEY    TO AE-KEY(AJ)
           MOVE WS-FILE-ROOM TO AE-ROOM(AJ)
           ADD 1 TO WS-AE-CNT.

       LOAD-ONE-ARCHIVE.
      *> ---------------------------------------------------------
      *> - ARCH-TBLのAI番目の退避ファイルを履歴へ積む
      *> - 前回この退避ファイルの途中で止まっていれば、
      *> -   控えた語数ぶんは読み飛ばす
      *> - 積み終えたら、控えの「積み終えた最後」を
      *> -   このファイルへ進める
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-ARCH-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                 DELIMITED BY SIZE
                  AE-NAME(AI)    DELIMITED BY SPACE
             INTO WS-ARCH-PATH

           IF HC-CKP-NAME = AE-NAME(AI) THEN
             MOVE HC-CKP-SEQ TO WS-SKIP
           ELSE
             MOVE 0 TO WS-SKIP
             MOVE AE-NAME(AI) TO HC-CKP-NAME
             MOVE 0           TO HC-CKP-SEQ
             PERFORM WRITE-HIST-CTL
           END-IF

           MOVE 0 TO WS-SEQ
           MOVE 0 TO WS-SINCE-COMMIT
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL EOF2
             READ ARCHIVE-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 ADD 1 TO WS-SEQ
                 IF WS-SEQ > WS-SKIP THEN
                   PERFORM WRITE-ONE-HIST
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE LOW-VALUE TO EOF2-FLG

           MOVE AE-KEY(AI) TO HC-LAST-KEY
           MOVE SPACE      TO HC-CKP-NAME
           MOVE 0          TO HC-CKP-SEQ
           ADD 1 TO HC-GAMES
           PERFORM WRITE-HIST-CTL
           ADD 1 TO WS-GAME-CNT.

       WRITE-ONE-HIST.
      *> ＠ LOAD-ONE-ARCHIVE内での処理です
      *> ---------------------------------------------------------
      *> - 退避ファイルの1語を履歴へ書く
      *> - 同じキーがもうある(前回の中断で控えより
      *> -   後ろまで入っていた)語は書かずに数える
      *> - HIST-COMMIT-EVERY語ごとに控えを書く
      *> ---------------------------------------------------------
           MOVE AE-ROOM(AI)  TO HS-ROOM
           MOVE AE-STAMP(AI) TO HS-GAME-STAMP
           MOVE WS-SEQ       TO HS-SEQ
           MOVE AE-STAMP(AI) TO HS-D-STAMP
           MOVE AE-ROOM(AI)  TO HS-D-ROOM
           MOVE WS-SEQ       TO HS-D-SEQ
           MOVE AE-NAME(AI)  TO HS-ARCH-NAME
           MOVE ARCH-WORD    TO HS-WORD
           MOVE ARCH-NAME    TO HS-NAME
           MOVE ARCH-STAMP   TO HS-STAMP
           MOVE ARCH-KANJI   TO HS-KANJI
           WRITE HS-REC
             INVALID KEY
               IF WS-HIST-ST = "22" THEN
                 ADD 1 TO WS-DUP-CNT
               ELSE
                 DISPLAY "!! 履歴へ書けません。"
                     WITH NO ADVANCING
                 DISPLAY "(状態 " WS-HIST-ST ")"
                 CLOSE HIST-FILE
                 STOP RUN
               END-IF
             NOT INVALID KEY
               ADD 1 TO WS-LOAD-CNT
           END-WRITE

           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= HIST-COMMIT-EVERY THEN
             MOVE WS-SEQ TO HC-CKP-SEQ
             PERFORM WRITE-HIST-CTL
             MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

       WRITE-HIST-CTL.
      *> ---------------------------------------------------------
      *> - HC-RECに日時と担当者を入れて控えを書き直す
      *> ---------------------------------------------------------
           PERFORM BUILD-STAMP
           MOVE WS-STAMP    TO HC-STAMP
           MOVE WS-OPR-NAME TO HC-OPR
           OPEN OUTPUT HIST-CTL
           WRITE HK-LINE FROM HC-REC
           CLOSE HIST-CTL.

       MOVE-OLD-ARCHIVES.
      *> ---------------------------------------------------------
      *> - 履歴へ積み終えた退避ファイルのうち、
      *> -   CFG-HIST-KEEP日より古い日付のものを、
      *> -   データ一式の置き場所の下の年ごとの
      *> -   フォルダ(YYYY)へ移す
      *> - 積み終えたかどうかは控えで決める(積んで
      *> -   いる途中のものと、まだ積んでいないものは
      *> -   移さない)
      *> - 一覧は積み込みの前に作ったものをそのまま
      *> -   使う
      *> ---------------------------------------------------------
           PERFORM CALC-KEEP-FROM
           MOVE 0 TO WS-MOVE-CNT
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT ARCH-LIST
           PERFORM UNTIL EOF
             READ ARCH-LIST
               AT END SET EOF TO TRUE
               NOT AT END
                 PERFORM CHECK-ARCH-NAME
                 IF WS-ARCH-OK = "Y"
                    AND HC-IN-STAMP(1:8) < WS-KEEP-FROM THEN
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "Y" THEN
                     PERFORM MOVE-ONE-ARCHIVE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARCH-LIST
           MOVE LOW-VALUE TO EOF-FLG

           DISPLAY "*** " WS-KEEP-FROM "より前の退避ファイル "
               WITH NO ADVANCING
           DISPLAY WS-MOVE-CNT "本を年ごとのフォルダへ"
               WITH NO ADVANCING
           DISPLAY "移しました ***"

           MOVE "HISTMOVE" TO WS-OPS-ACTION
           MOVE SPACE      TO WS-OPS-DETAIL
           STRING WS-KEEP-FROM    DELIMITED BY SIZE
                  "より前の退避ファイルを移動 "
                                  DELIMITED BY SIZE
                  WS-MOVE-CNT     DELIMITED BY SIZE
                  "本"            DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       MOVE-ONE-ARCHIVE.
      *> ＠ MOVE-OLD-ARCHIVES内での処理です
      *> ---------------------------------------------------------
      *> - HC-IN-NAMEの退避ファイルを、その年の
      *> -   フォルダへ移す(フォルダが無ければ作る)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-YEAR-DIR
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                  DELIMITED BY SIZE
                  HC-IN-STAMP(1:4) DELIMITED BY SIZE
             INTO WS-YEAR-DIR

           IF HC-IN-STAMP(1:4) NOT = WS-LAST-YEAR THEN
             MOVE SPACE TO WS-CMD
             STRING "IF NOT EXIST "  DELIMITED BY SIZE
                    WS-YEAR-DIR      DELIMITED BY SPACE
                    " MKDIR "        DELIMITED BY SIZE
                    WS-YEAR-DIR      DELIMITED BY SPACE
               INTO WS-CMD
             CALL "SYSTEM" USING WS-CMD
             MOVE HC-IN-STAMP(1:4) TO WS-LAST-YEAR
           END-IF

           MOVE SPACE TO WS-CMD
           STRING "MOVE /Y "         DELIMITED BY SIZE
                  CFG-DATA-DIR(1:CFG-DATA-LEN)
                                     DELIMITED BY SIZE
                  HC-IN-NAME         DELIMITED BY SPACE
                  " "                DELIMITED BY SIZE
                  WS-YEAR-DIR        DELIMITED BY SPACE
                  "\ > NUL"          DELIMITED BY SIZE
             INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE = 0 THEN
             ADD 1 TO WS-MOVE-CNT
           ELSE
             DISPLAY "!! " HC-IN-NAME
             DISPLAY "!! を移せませんでした。"
           END-IF.

       CALC-KEEP-FROM.
      *> ＠ MOVE-OLD-ARCHIVES内での処理です
      *> ---------------------------------------------------------
      *> - 今日からCFG-HIST-KEEP日前の日付を
      *> -   WS-KEEP-FROMへ返す(前日をたどる)
      *> ---------------------------------------------------------
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-YDAY
           PERFORM VARYING WS-DAY-CNT FROM 1 BY 1
               UNTIL WS-DAY-CNT > CFG-HIST-KEEP
             PERFORM CALC-YESTERDAY
           END-PERFORM
           MOVE WS-YDAY TO WS-KEEP-FROM.

       CALC-YESTERDAY.
      *> ＠ CALC-KEEP-FROM内での処理です
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

       LOG-LOAD.
      *> ---------------------------------------------------------
      *> - 積み増しの実行を操作記録に残す
      *> -   (積むものが無かった実行も残す)
      *> ---------------------------------------------------------
           MOVE "HISTLOAD" TO WS-OPS-ACTION
           MOVE SPACE      TO WS-OPS-DETAIL
           STRING "ゲーム"     DELIMITED BY SIZE
                  WS-GAME-CNT  DELIMITED BY SIZE
                  " 語"        DELIMITED BY SIZE
                  WS-LOAD-CNT  DELIMITED BY SIZE
                  " 重複"      DELIMITED BY SIZE
                  WS-DUP-CNT   DELIMITED BY SIZE
                  " 累計"      DELIMITED BY SIZE
                  HC-GAMES     DELIMITED BY SIZE
             INTO WS-OPS-DETAIL
           PERFORM WRITE-OPS-LOG.

       WRITE-OPS-LOG.
      *> ---------------------------------------------------------
      *> - WS-OPS-ACTION/WS-OPS-DETAILの操作を、共通の
      *> -   操作記録へ追記する(部屋の欄は空白)
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

       BUILD-FILE-PATHS.
      *> ---------------------------------------------------------
      *> - 設定の置き場所から、固定のファイルのパスを
      *> -   組み立てる
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-LIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTLIST.TMP"   DELIMITED BY SIZE
             INTO WS-LIST-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTORY.DAT"    DELIMITED BY SIZE
             INTO WS-HIST-PATH
           MOVE SPACE TO WS-HCTL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTCTL.DAT"    DELIMITED BY SIZE
             INTO WS-HCTL-PATH
           MOVE SPACE TO WS-OPS-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "OPSLOG.TXT"     DELIMITED BY SIZE
             INTO WS-OPS-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "HIST-CTL-PROC.CBF".

      * 「よく遊ばれる単語は何か」「る で終わる順番は
      *  どれくらい来るのか」「辞書のどの単語がまだ
      *  使われていないのか」には答えられなかった)。
      * 今のS-FILE・部屋ごとのS-FILE・索引付きの履歴・
      * まだ履歴に積んでいない退避ファイルを
      * RECONCILEのTALLY-ROOMS/TALLY-HISTORY/
      * TALLY-ARCHIVESと同じ歩き方で全部読み、
      *  ・よく使われた単語の上位(「表記/よみ」で入力
      *    された単語は表記ごとに分けて、表記で見せる)
      *  ・頭文字と最後の文字の分布
      *  ・選んだお題の辞書のうち未使用の単語
      * を報告する
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-S-ST.

      *    「表記/よみ」の表記。S-FILEと同じW-NUMで
      *    並び持ちされている(SHIRITORI.CBLと同じ)
        SELECT OPTIONAL KANJI-FILE ASSIGN TO DYNAMIC WS-KANJI-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-KANJI-ST.

      *    対象ファイル名の一覧。DIRコマンドで作り直す
      *    (置き場所は設定ファイルから読むため、
      *     パスは実行時に組み立てる)
        SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
          ORGANIZATION LINE SEQUENTIAL.

      *    退避済みのゲームをまとめた索引付きの履歴
      *    (HISTORY-BUILDが積み増す)と、どこまで
      *    積んだかの控え
        SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS HS-KEY
          ALTERNATE RECORD KEY IS HS-DATE-KEY
          FILE STATUS  IS WS-HIST-ST.

        SELECT OPTIONAL HIST-CTL ASSIGN TO DYNAMIC WS-HCTL-PATH
          ORGANIZATION LINE SEQUENTIAL.

        SELECT ALLOW-LIST ASSIGN TO DYNAMIC WS-ALLOW-PATH
          ORGANIZATION LINE SEQUENTIAL.

       FD S-FILE.
       COPY "S-FILE.CBF".

       FD KANJI-FILE.
       COPY "KANJI-FILE.CBF".

       FD ARCH-LIST.
       01 AL-REC        PIC X(80).

       FD ARCHIVE-FILE.
       COPY "ARCHIVE-REC.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD HIST-CTL.
       01 HK-LINE       PIC X(182).

       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

      * 共用の部屋のパス(BUILD-FILE-PATHSが設定の
      * 置き場所から組み立てる)
       01 WS-S-PATH     PIC X(120).
       01 WS-KANJI-PATH PIC X(120).
       01 WS-LIST-PATH  PIC X(120).
       01 WS-ALLOW-PATH PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-KANJI-ST   PIC X(02) VALUE "00".

       01 WS-ARCH-PATH  PIC X(120).
       01 WS-CMD        PIC X(200).
       01 WS-TAIL-POS   PIC 9(02).
       01 WS-ARCH-OK    PIC X.

      * 索引付きの履歴と、どこまで積んだかの控え
       01 WS-HIST-PATH  PIC X(120).
       01 WS-HCTL-PATH  PIC X(120).
       01 WS-HIST-ST    PIC X(02) VALUE "00".
       COPY "HIST-CTL.CBF".

      * 表示する上位の数
       78 TOP-N VALUE 50.

      * 集計の対象になっている1語ぶんの受け渡し領域
       01 WT-IN-WORD    PIC X(50).
       01 WT-IN-KANJI   PIC X(50).
      * 単語の見せ方(表記があれば「表記(よみ)」)
       01 WS-DSP-WORD   PIC X(50).

      * 単語別の回数(異なり語の上限。超えたぶんは
      *  数えず、1度だけ知らせる)
      * (よみが同じでも表記が違えば別の語として数える。
      *  橋/はし と 箸/はし と、表記の無い はし は別々)
       78 WORD-TBL-MAX VALUE 30000.
       01 WS-WF-CNT     PIC 9(05) VALUE 0.
       01 WORD-FREQ-TBL.
           02 WF        OCCURS 30000 INDEXED BY WX.
             03 WF-WORD PIC X(50).
             03 WF-KANJI PIC X(50).
             03 WF-CNT  PIC 9(07).
       01 WS-WF-FULL-WARNED PIC X VALUE "N".
       01 WS-TOTAL-WORDS PIC 9(09) VALUE 0.
      *>     だけ)ため、読みやすい順に歩く
           PERFORM TALLY-CURRENT
           PERFORM TALLY-ROOMS
           PERFORM READ-HIST-CTL
           PERFORM TALLY-HISTORY
           PERFORM TALLY-ARCHIVES

           PERFORM PRINT-TOP-WORDS
           MOVE 1 TO W-NUM
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT S-FILE
           OPEN INPUT KANJI-FILE
           PERFORM UNTIL EOF2
             READ S-FILE
               INVALID KEY  SET EOF2 TO TRUE
                   SET EOF2 TO TRUE
                 ELSE
                   MOVE S-WORD TO WT-IN-WORD
                   MOVE SPACE  TO WT-IN-KANJI
                   READ KANJI-FILE
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                       IF WS-KANJI-ST = "00" THEN
                         MOVE KJ-WORD TO WT-IN-KANJI
                       END-IF
                   END-READ
                   PERFORM ADD-ONE-WORD
                   ADD 1 TO W-NUM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE S-FILE
           CLOSE KANJI-FILE
           MOVE LOW-VALUE TO EOF2-FLG.

       TALLY-ROOMS.
                                       DELIMITED BY SIZE
                          AL-REC      DELIMITED BY SPACE
                     INTO WS-S-PATH
      *>             並び持ちの表記のファイル名は
      *>             末尾の「.TXT」を読み替えて作る
                   MOVE 0 TO WS-NAME-LEN
                   INSPECT AL-REC TALLYING WS-NAME-LEN
                     FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE SPACE TO WS-KANJI-PATH
                   STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                       DELIMITED BY SIZE
                          AL-REC(1:WS-NAME-LEN - 4)
                                       DELIMITED BY SIZE
                          "_KANJI.DAT" DELIMITED BY SIZE
                     INTO WS-KANJI-PATH
                   PERFORM TALLY-CURRENT
                 END-IF
             END-READ
           CLOSE ARCH-LIST
           MOVE LOW-VALUE TO EOF-FLG.

       TALLY-HISTORY.
      *> ---------------------------------------------------------
      *> - 索引付きの履歴(HISTORY-BUILDが積んだ退避済みの
      *> -   ゲーム)を読んで足し込む
      *> -   (RECONCILE.CBLのTALLY-HISTORYと同じ読み方。
      *> -    数えるのは積み終えたゲームの語だけ)
      *> ---------------------------------------------------------
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST NOT = "00" THEN
             CLOSE HIST-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE TO HS-DATE-KEY
           START HIST-FILE KEY IS NOT LESS THAN HS-DATE-KEY
             INVALID KEY SET EOF2 TO TRUE
           END-START
           PERFORM UNTIL EOF2
             READ HIST-FILE NEXT RECORD
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF HS-GAME-STAMP > HC-LAST-STAMP THEN
                   SET EOF2 TO TRUE
                 ELSE
                   MOVE HS-GAME-STAMP TO HC-IN-STAMP
                   MOVE HS-ARCH-NAME  TO HC-IN-NAME
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "Y" THEN
                     MOVE HS-WORD  TO WT-IN-WORD
                     MOVE HS-KANJI TO WT-IN-KANJI
                     PERFORM ADD-ONE-WORD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG.

       TALLY-ARCHIVES.
      *> ---------------------------------------------------------
      *> - 退避ファイルをすべて読んで足し込む
      *> -   (一覧の作り方と選び方はRECONCILE.CBLと
      *> -    同じ。ALLの一覧出力は今のS-FILEと
      *> -    二重になるため外す)
      *> - 履歴に積み終えたものはTALLY-HISTORYで
      *> -   数えたため読まない
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-CMD
           STRING "DIR /B /ON "  DELIMITED BY SIZE
               NOT AT END
                 PERFORM CHECK-ARCH-NAME
                 IF WS-ARCH-OK = "Y" THEN
                   PERFORM CHECK-ARCH-LOADED
                   IF HC-IN-LOADED = "N" THEN
                     PERFORM TALLY-ONE-ARCHIVE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
              AND AL-REC(WS-TAIL-POS + 10:6) IS NUMERIC
              AND AL-REC(WS-TAIL-POS + 16:4) = ".TXT" THEN
             MOVE "Y" TO WS-ARCH-OK
      *>       履歴に積み終えたかを調べるためのキー
             MOVE SPACE TO HC-IN-KEY
             STRING AL-REC(WS-TAIL-POS + 1:8)  DELIMITED BY SIZE
                    AL-REC(WS-TAIL-POS + 10:6) DELIMITED BY SIZE
               INTO HC-IN-STAMP
             MOVE AL-REC(1:WS-NAME-LEN) TO HC-IN-NAME
           END-IF.

       TALLY-ONE-ARCHIVE.
             READ ARCHIVE-FILE
               AT END SET EOF2 TO TRUE
               NOT AT END
                 MOVE ARCH-WORD  TO WT-IN-WORD
                 MOVE ARCH-KANJI TO WT-IN-KANJI
                 PERFORM ADD-ONE-WORD
             END-READ
           END-PERFORM
               ELSE
                 ADD 1 TO WS-WF-CNT
                 SET WX TO WS-WF-CNT
                 MOVE WT-IN-WORD  TO WF-WORD(WX)
                 MOVE WT-IN-KANJI TO WF-KANJI(WX)
                 MOVE 1           TO WF-CNT(WX)
               END-IF
             WHEN WF-WORD(WX) = SPACE
               IF WS-WF-CNT >= WORD-TBL-MAX THEN
                 CONTINUE
               ELSE
                 ADD 1 TO WS-WF-CNT
                 MOVE WT-IN-WORD  TO WF-WORD(WS-WF-CNT)
                 MOVE WT-IN-KANJI TO WF-KANJI(WS-WF-CNT)
                 MOVE 1           TO WF-CNT(WS-WF-CNT)
               END-IF
             WHEN WF-WORD(WX) = WT-IN-WORD
              AND WF-KANJI(WX) = WT-IN-KANJI
               ADD 1 TO WF-CNT(WX)
           END-SEARCH

               EXIT PERFORM
             END-IF
             ADD 1 TO WK-RANK
             PERFORM SET-DSP-WORD
             DISPLAY WK-RANK "位 " WS-DSP-WORD " : "
                 WITH NO ADVANCING
             DISPLAY WF-CNT(WS-BEST) "回"
             MOVE 0 TO WF-CNT(WS-BEST)
           END-PERFORM.

       SET-DSP-WORD.
      *> ＠ PRINT-TOP-WORDS内での処理です
      *> ---------------------------------------------------------
      *> - WS-BEST番目の単語の見せ方をWS-DSP-WORDへ作る
      *> -   (SHIRITORI.CBLのSET-DSP-WORDと同じ見せ方。
      *> -    表記があれば「表記(よみ)」、無ければよみ)
      *> ---------------------------------------------------------
           IF WF-KANJI(WS-BEST) = SPACE THEN
             MOVE WF-WORD(WS-BEST) TO WS-DSP-WORD
             EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DSP-WORD
           STRING WF-KANJI(WS-BEST) DELIMITED BY SPACE
                  "("               DELIMITED BY SIZE
                  WF-WORD(WS-BEST)  DELIMITED BY SPACE
                  ")"               DELIMITED BY SIZE
             INTO WS-DSP-WORD
             ON OVERFLOW
               MOVE WF-KANJI(WS-BEST) TO WS-DSP-WORD
           END-STRING.

       PRINT-CHAR-REPORT.
      *> ---------------------------------------------------------
      *> - 頭文字と最後の文字の分布を表示する
                                   DELIMITED BY SIZE
                  "SHIRITORI.TXT"  DELIMITED BY SIZE
             INTO WS-S-PATH
           MOVE SPACE TO WS-KANJI-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "KANJI.DAT"      DELIMITED BY SIZE
             INTO WS-KANJI-PATH
           MOVE SPACE TO WS-LIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
           STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                   DELIMITED BY SIZE
                  "ALLOW-LIST.TXT" DELIMITED BY SIZE
             INTO WS-ALLOW-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTORY.DAT"    DELIMITED BY SIZE
             INTO WS-HIST-PATH
           MOVE SPACE TO WS-HCTL-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTCTL.DAT"    DELIMITED BY SIZE
             INTO WS-HCTL-PATH.

       COPY "CONFIG-PROC.CBF".

       COPY "HIST-CTL-PROC.CBF".

       LOAD-DICT.
      *> ＠ REPORT-DICT-COVERAGE内での処理です
      *> ---------------------------------------------------------

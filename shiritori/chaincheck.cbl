          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-STAMP-ST.

      *    「表記/よみ」の表記。S-FILEと同じW-NUMで
      *    並び持ちされている(SHIRITORI.CBLと同じ)
        SELECT OPTIONAL KANJI-FILE ASSIGN TO DYNAMIC WS-KANJI-PATH
          ORGANIZATION IS RELATIVE
          ACCESS MODE  IS DYNAMIC
          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-KANJI-ST.

      *    置き場所は設定ファイルから読むため、
      *    パスは実行時に組み立てる
        SELECT ALLOW-LIST ASSIGN TO DYNAMIC WS-ALLOW-PATH
       FD STAMP-FILE.
       COPY "STAMP-FILE.CBF".

       FD KANJI-FILE.
       COPY "KANJI-FILE.CBF".

       FD ALLOW-LIST.
       COPY "ALLOW-LIST.CBF".

       01 WS-ROOM-NAME  PIC X(20) VALUE SPACE.
       01 WS-S-PATH     PIC X(120).
       01 WS-STAMP-PATH PIC X(120).
       01 WS-KANJI-PATH PIC X(120).
       01 WS-RULES-PATH PIC X(120).
       01 WS-ALLOW-PATH PIC X(120).
       01 WS-OPS-PATH   PIC X(120).
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-STAMP-ST   PIC X(02) VALUE "00".
       01 WS-KANJI-ST   PIC X(02) VALUE "00".

      * ハウスルール(繋ぎ方に関わるものだけ読む。
      *  SHIRITORI.CBLと同じ判定にするため)
      * REPAIR-FILEでW-NUMを書き込み位置に使うため、
      * 読み込み済み件数の終端はこちらに退避する
       01 WS-END        PIC 9(07).
      * 重複の判定に使う単語の表記(表記が無ければよみ)
       01 WS-DUP-KEY    PIC X(50).
       01 WS-ANS        PIC X(02).
       01 J             PIC 9(07).

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
           MOVE SPACE TO WS-RULES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                                   DELIMITED BY SIZE
                  "STAMPS.DAT"     DELIMITED BY SIZE
             INTO WS-STAMP-PATH
           MOVE SPACE TO WS-KANJI-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "KANJI.DAT"      DELIMITED BY SIZE
             INTO WS-KANJI-PATH
           MOVE SPACE TO WS-RULES-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
      *     S-FILE全体を読む
           MOVE LOW-VALUE TO EOF-FLG
           OPEN INPUT STAMP-FILE
           OPEN INPUT KANJI-FILE
           PERFORM UNTIL EOF
             READ S-FILE
               INVALID KEY  SET EOF TO TRUE
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
           CLOSE KANJI-FILE.

       STAMP-READ.
      *> ＠ F-READ内での処理です
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

       VERIFY-CHAIN.
      *> ---------------------------------------------------------
      *> - 全件に対してゲーム本体と同じ規則を
       *> ------------------------------------------------------
       *> - それより前の問題のなかった単語と
       *> -   重複していないか
       *> - 重複の見方は設定(DUP-CHECK)に従う
       *> -   (SHIRITORI.CBLのCHECK-CONTAINSと同じ)
       *> ------------------------------------------------------
           IF L-KANJI(I) = SPACE THEN
             MOVE L-WORD(I)  TO WS-DUP-KEY
           ELSE
             MOVE L-KANJI(I) TO WS-DUP-KEY
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= I OR ERR
             IF BAD-FLG(J) NOT = "Y"
                AND ((CFG-DUP-YOMI AND L-WORD(J) = L-WORD(I))
                  OR (CFG-DUP-HYOKI AND L-KANJI(J) = WS-DUP-KEY)
                  OR (CFG-DUP-HYOKI AND L-KANJI(J) = SPACE
                                    AND L-WORD(J) = WS-DUP-KEY))
             THEN
               SET ERR TO TRUE
               DISPLAY "!! " J "番目の単語と重複しています"
             END-IF

           OPEN OUTPUT S-FILE
           OPEN OUTPUT STAMP-FILE
           OPEN OUTPUT KANJI-FILE
           MOVE 0 TO WS-SEQ
           MOVE W-NUM TO WS-END
           PERFORM VARYING I FROM 1 BY 1 UNTIL I = WS-END
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

           DISPLAY "*** " WS-SEQ "語に詰め直しました ***"


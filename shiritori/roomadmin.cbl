          RELATIVE KEY IS W-NUM
          FILE STATUS IS WS-STAMP-ST.

      *    今のゲームに日時刻印が無い部屋の最終activity日を
      *    拾うための索引付きの履歴(HISTORY-BUILDが積む)
        SELECT OPTIONAL HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
          ORGANIZATION IS INDEXED
          ACCESS MODE  IS DYNAMIC
          RECORD KEY   IS HS-KEY
          ALTERNATE RECORD KEY IS HS-DATE-KEY
          FILE STATUS  IS WS-HIST-ST.

      *    部屋を隠す・戻す操作のため、共通の
      *    操作記録に残す(SHIRITORI.CBLと共有)
        SELECT OPTIONAL OPS-LOG ASSIGN TO DYNAMIC WS-OPS-PATH
       FD STAMP-FILE.
       COPY "STAMP-FILE.CBF".

       FD HIST-FILE.
       COPY "HIST-REC.CBF".

       FD OPS-LOG.
       COPY "OPSLOG-REC.CBF".

       01 EOF-FLG       PIC X VALUE LOW-VALUE.
        88 EOF                VALUE HIGH-VALUE.

       01 EOF2-FLG      PIC X VALUE LOW-VALUE.
        88 EOF2               VALUE HIGH-VALUE.

      * データ一式の置き場所(設定ファイルで切り替える)
       COPY "CONFIG-WS.CBF".

       01 WS-RL-PATH    PIC X(120).
       01 WS-RET-PATH   PIC X(120).
       01 WS-OPS-PATH   PIC X(120).
       01 WS-HIST-PATH  PIC X(120).

      * 部屋のファイルは実在しないことが普通にある
      * ため、読みの結果はファイル状態で確かめる
       01 WS-S-ST       PIC X(02) VALUE "00".
       01 WS-STAMP-ST   PIC X(02) VALUE "00".
       01 WS-HIST-ST    PIC X(02) VALUE "00".

       01 WS-MENU-SEL   PIC X(02).
       01 WS-ROOM-NAME  PIC X(20).
      *> -   退役済みの印を表示する
      *> - 最終activity日は並び持ちの日時刻印の
      *> -   一番最後の刻印から拾う(刻印の無い時代の
      *> -   記録しか無ければ、履歴に積んだ最後のゲームの
      *> -   退避した日時。それも無ければ日時不明)
      *> ---------------------------------------------------------
           MOVE SPACE TO WS-S-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
           COMPUTE WS-ROOM-WORDS = W-NUM - 1
           MOVE 1 TO W-NUM
           MOVE LOW-VALUE TO EOF-FLG
           IF WS-LAST-STAMP = SPACE THEN
             PERFORM FIND-LAST-ARCHIVED
           END-IF

           DISPLAY "  " RM-NAME(RI) " : "
               WITH NO ADVANCING
             DISPLAY SPACE
           END-IF.

       FIND-LAST-ARCHIVED.
      *> ＠ SHOW-ONE-ROOM内での処理です
      *> ---------------------------------------------------------
      *> - 索引付きの履歴から、WS-ROOM-NAMEの部屋の
      *> -   最後に退避したゲームの日時をWS-LAST-STAMPへ
      *> -   拾う(履歴が無ければ空白のまま)
      *> - 部屋のキーでSTARTし、1語読むごとにそのゲームの
      *> -   残りを飛ばして次のゲームの頭へSTARTし直す
      *> ---------------------------------------------------------
           MOVE LOW-VALUE TO EOF2-FLG
           OPEN INPUT HIST-FILE
           IF WS-HIST-ST NOT = "00" THEN
             CLOSE HIST-FILE
             EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUE    TO HS-KEY
           MOVE WS-ROOM-NAME TO HS-ROOM
           START HIST-FILE KEY IS NOT LESS THAN HS-KEY
             INVALID KEY SET EOF2 TO TRUE
           END-START
           PERFORM UNTIL EOF2
             READ HIST-FILE NEXT RECORD
               AT END SET EOF2 TO TRUE
               NOT AT END
                 IF HS-ROOM NOT = WS-ROOM-NAME THEN
                   SET EOF2 TO TRUE
                 ELSE
                   MOVE HS-GAME-STAMP TO WS-LAST-STAMP
                   MOVE 9999999 TO HS-SEQ
                   START HIST-FILE KEY IS GREATER THAN HS-KEY
                     INVALID KEY SET EOF2 TO TRUE
                   END-START
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE LOW-VALUE TO EOF2-FLG.

       RETIRE-ROOM.
      *> ---------------------------------------------------------
      *> - 部屋を退役の一覧へ載せて、ゲームの一覧と
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "OPSLOG.TXT"     DELIMITED BY SIZE
             INTO WS-OPS-PATH
           MOVE SPACE TO WS-HIST-PATH
           STRING CFG-DATA-DIR(1:CFG-DATA-LEN)
                                   DELIMITED BY SIZE
                  "HISTORY.DAT"    DELIMITED BY SIZE
             INTO WS-HIST-PATH.

       COPY "CONFIG-PROC.CBF".

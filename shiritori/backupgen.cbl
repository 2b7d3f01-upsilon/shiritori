      *  部屋のぶんも、これなら漏れない)
       01 FIXED-FILES.
           02 FILLER    PIC X(14) VALUE "PLAYERS.DAT".
           02 FILLER    PIC X(14) VALUE "PSTATUS.DAT".
           02 FILLER    PIC X(14) VALUE "STAMPS.DAT".
           02 FILLER    PIC X(14) VALUE "KANJI.DAT".
           02 FILLER    PIC X(14) VALUE "SHIRITORI.TXT".
           02 FILLER    PIC X(14) VALUE "ROOMS.TXT".
           02 FILLER    PIC X(14) VALUE "ROOMS-RET.TXT".
           02 FILLER    PIC X(14) VALUE "STREAK.DAT".
           02 FILLER    PIC X(14) VALUE "FIXTURES.TXT".
           02 FILLER    PIC X(14) VALUE "RESULTS.TXT".
           02 FILLER    PIC X(14) VALUE "GAMES.DAT".
           02 FILLER    PIC X(14) VALUE "VOTE.DAT".
           02 FILLER    PIC X(14) VALUE "DISPUTES.DAT".
           02 FILLER    PIC X(14) VALUE "CLOCK.DAT".
           02 FILLER    PIC X(14) VALUE "FORFEIT.DAT".
           02 FILLER    PIC X(14) VALUE "STATSJNL.DAT".
           02 FILLER    PIC X(14) VALUE "STATSCKP.DAT".
           02 FILLER    PIC X(14) VALUE "STATSERR.DAT".
           02 FILLER    PIC X(14) VALUE "PLAYERS.NEW".
           02 FILLER    PIC X(14) VALUE "RATINGHIST.TXT".
           02 FILLER    PIC X(14) VALUE "CUP.TXT".
           02 FILLER    PIC X(14) VALUE "CUPENTRY.TXT".
           02 FILLER    PIC X(14) VALUE "PUZZLERES.TXT".
           02 FILLER    PIC X(14) VALUE "HISTCTL.DAT".
       01 FIXED-TBL REDEFINES FIXED-FILES.
           02 FX-FILE   PIC X(14) OCCURS 30.
       78 FIXED-FILE-MAX VALUE 30.

      * 世代フォルダの一覧(古い順=名前順)
       78 GEN-TBL-MAX VALUE 99.
             INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

      *>     索引付きの履歴(HISTORY.DAT)は索引の
      *>     ファイルと組のため、名前の頭でまとめて写す
      *>     (年ごとのフォルダへ移した退避ファイルの
      *>      語はここにしか残らない)
           MOVE SPACE TO WS-CMD
           STRING "COPY /Y "    DELIMITED BY SIZE
                  CFG-DATA-DIR(1:CFG-DATA-LEN)
                                DELIMITED BY SIZE
                  "HISTORY.* "  DELIMITED BY SIZE
                  WS-GEN-PATH   DELIMITED BY SPACE
                  " > NUL"      DELIMITED BY SIZE
             INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD

      *>     RESETの退避ファイル(SHIRITORI_*.TXT)も
      *>     まとめて写す(登録簿の数え直しはここから
      *>     作り直されるため、消えると戻せない)

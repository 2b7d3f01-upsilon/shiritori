       SELECT-DICT.
      *> ---------------------------------------------------------
      *> - 保守する辞書を選んでもらう
      *> -   (3を選ぶとパスを直接入力できる。4は物言いで
      *> -    却下された単語の一覧で、裁定の誤りを
      *> -    取り消す時に使う)
      *> ---------------------------------------------------------
           DISPLAY "保守する辞書を選んでください。"
           DISPLAY "1:たべもの  2:固有名詞" WITH NO ADVANCING
           DISPLAY "  3:パスを入力  4:却下された単語"
           ACCEPT WS-DICT-SEL
           EVALUATE WS-DICT-SEL
             WHEN "2"
                   WITH NO ADVANCING
               DISPLAY "入力してください。"
               ACCEPT WS-DICT-PATH
             WHEN "4"
               MOVE SPACE TO WS-DICT-PATH
               STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)
                                 DELIMITED BY SIZE
                      "REJECT-WORDS.TXT"
                                 DELIMITED BY SIZE
                 INTO WS-DICT-PATH
             WHEN OTHER
               MOVE SPACE TO WS-DICT-PATH
               STRING CFG-COMMON-DIR(1:CFG-COMMON-LEN)

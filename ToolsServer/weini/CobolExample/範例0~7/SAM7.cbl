           MOVE RUN-DATE       TO RT-RUN-DATE OF CAT-REC.
           MOVE WS-RPT-NAME    TO RT-FILE-NAME OF CAT-REC.
           MOVE PAGE-CTR       TO RT-PAGES OF CAT-REC.
           MOVE "Y"            TO RT-COST-FLAG OF CAT-REC.
           CALL "ReportCat" USING CAT-REC.
           COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)

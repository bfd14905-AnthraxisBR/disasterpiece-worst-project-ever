               SPOOL-PART-DATA-LEN " bytes) to "
               FUNCTION TRIM(MULTIPART-UPLOAD-FILE-NAME)

           PERFORM HOLD-UPLOAD-PART

           EXIT PARAGRAPH.


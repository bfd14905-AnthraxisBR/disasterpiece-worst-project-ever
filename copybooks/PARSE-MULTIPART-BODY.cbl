               MULTIPART-UPLOAD-FILE-NAME

      *> When an upload store is configured, the part moves from the
      *> temp dir into it and gets an index entry once the request
      *> has been let through -- otherwise the temp file is where
      *> the story still ends.
           PERFORM HOLD-UPLOAD-PART

           EXIT PARAGRAPH.


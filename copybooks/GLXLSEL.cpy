      ******************************************************************
      * GLXLSEL - FILE-CONTROL entry for the GL extract log
      *           (glextlog.dat), keyed by XL-LOG-KEY - the run date
      *           of a night's glintf.dat and the line's position in
      *           it. GLEXTR logs every line it sends, with the
      *           department behind it, under line 0000 holding the
      *           extract's acknowledgement state; GLACK records what
      *           the GL system said back, and GLCLOSE will not close
      *           a period any of whose extracts the GL has not
      *           accepted. COPY alongside GLXLREC (inside the FD);
      *           declare GL-EXTRACT-LOG-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT GL-EXTRACT-LOG-FILE ASSIGN TO "glextlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XL-LOG-KEY
               FILE STATUS IS GL-EXTRACT-LOG-STATUS.

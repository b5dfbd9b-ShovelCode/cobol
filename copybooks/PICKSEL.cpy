      ******************************************************************
      * PICKSEL - FILE-CONTROL entry for the open pick file
      *           (ordpick.dat), keyed by order number plus line
      *           number. The order run puts every accepted line
      *           here instead of straight onto the books; the pick
      *           tickets print from it, the dock confirms what
      *           actually shipped against it, and the nightly ship
      *           release moves the confirmed quantities on to
      *           ordaccpt.dat for posting, invoicing, and depletion.
      *           COPY alongside PICKREC (inside the FD); declare
      *           PICK-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PICK-FILE ASSIGN TO "ordpick.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-PICK-KEY
               FILE STATUS IS PICK-FILE-STATUS.

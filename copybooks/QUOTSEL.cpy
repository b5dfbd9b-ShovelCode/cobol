      ******************************************************************
      * QUOTSEL - FILE-CONTROL entry for the sales quote file
      *           (quote.dat), keyed by quote number plus line
      *           number. Quotes are keyed at the sales desk
      *           (QUOTENT), priced exactly as order entry prices,
      *           printed as the customer's quote document
      *           (QUOTPRT), turned into order lines in one step when
      *           the customer accepts (QUOTCONV), and chased on the
      *           weekly follow-up report once they lapse (QUOTFUP).
      *           COPY alongside QUOTREC (inside the FD); declare
      *           QUOTE-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT QUOTE-FILE ASSIGN TO "quote.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QT-QUOTE-KEY
               FILE STATUS IS QUOTE-FILE-STATUS.

      ******************************************************************
      * EINVSEL - FILE-CONTROL entry for the outbound invoice work
      *           file (einvwork.dat) - the night's trading partner
      *           invoices as the invoice run wrote them, held until
      *           EINVREL proves them against the invoice register
      *           and releases them for transmission. COPY alongside
      *           EINVREC (inside the FD); declare E-INVOICE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT E-INVOICE-FILE ASSIGN TO "einvwork.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS E-INVOICE-STATUS.

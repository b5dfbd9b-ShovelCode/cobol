      ******************************************************************
      * VENDSEL - FILE-CONTROL entry for the vendor master file
      *           (vendor.dat), keyed by VN-VENDOR-ID. Every item's
      *           replenishment source points here, and the purchase
      *           orders the buyer releases print the vendor's name
      *           and address from it. VENDMNT maintains it. COPY
      *           alongside VENDREC (inside the FD); declare
      *           VENDOR-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT VENDOR-FILE ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS VENDOR-FILE-STATUS.

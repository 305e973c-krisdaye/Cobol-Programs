      * STANDARD PAGE DEPTH WITH A PAGE NUMBER IN THE HEADING. WHEN A
      * WAREHOUSE OR VENDOR GROUP BREAKS ACROSS A PAGE, THE CURRENT
      * WAREHOUSE AND VENDOR HEADINGS ARE REPEATED MARKED CONTINUED.
      *
      * MODIFIED 2026-10-15: (KAD)
      * PR4VENDMAST.TXT NOW CARRIES EACH VENDOR S PAYMENT TERMS AFTER
      * THE NAME: NET DAYS, EARLY-PAY DISCOUNT PERCENT (ONE DECIMAL)
      * AND DISCOUNT DAYS. THIS PROGRAM STILL USES ONLY THE ID AND
      * NAME; THE TERMS ARE USED BY THE INVOICE MATCHING RUN TO DATE
      * THE VOUCHERS IT WRITES. OLD 7-BYTE RECORDS ARE STILL READ.
      ****************************************************************
      * INPUT FILES: (ONE FOR EACH WAREHOUSE - LA10, CH20, NY30)
      * 1. WAREHOUSE ID
       01 REPORT-RECORD           PIC X(80).

       FD VENDOR-MASTER-FILE
          RECORD CONTAINS 7 TO 16 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
          05 VM-VENDOR-ID         PIC X.
          05 VM-VENDOR-NAME       PIC X(6).
          05 VM-NET-DAYS          PIC 9(3).
          05 VM-DISC-PCT          PIC 99V9.
          05 VM-DISC-DAYS         PIC 9(3).

       FD WAREHOUSE-MASTER-FILE
          RECORD CONTAINS 4 CHARACTERS.

      ******************************************************************
      * AROPEN - ACCOUNTS RECEIVABLE OPEN-ITEM RECORD LAYOUT           *
      *                                                                *
      * COPIED AS THE BODY OF THE AR MASTER FD RECORD (KSDS            *
      * AR.OPEN.ITEMS, KEY AR-KEY = CUSTOMER + INVOICE NUMBER, AIX ON  *
      * AR-INVOICE-NO WITH DUPLICATES). ONE RECORD PER INVOICE POSTED  *
      * FROM THE INVOICING RUN (INVOICE NUMBER = ORDER-ID), PLUS ONE   *
      * ON-ACCOUNT RECORD PER CUSTOMER (INVOICE NUMBER '*CASH') THAT   *
      * HOLDS CASH OR CREDIT NOT YET APPLIED TO AN INVOICE, CARRIED AS *
      * A NEGATIVE OPEN AMOUNT. AMOUNTS INCLUDE SALES TAX.             *
      * OPEN = ORIGINAL - CREDITS - PAYMENTS; AN INVOICE CLOSES WHEN   *
      * ITS OPEN AMOUNT REACHES ZERO. POSTED BY VSMAR10, CASH APPLIED  *
      * BY VSMCA10, AGED BY VSMAG10.                                   *
      ******************************************************************
           05 AR-KEY.
              10 AR-CUST-ID PIC X(6).
              10 AR-INVOICE-NO PIC X(5).
                 88 AR-ON-ACCOUNT-KEY VALUE '*CASH'.
           05 AR-ITEM-TYPE PIC X(1).
              88 AR-INVOICE-ITEM VALUE 'I'.
              88 AR-ON-ACCOUNT-ITEM VALUE 'C'.
           05 AR-INVOICE-DATE PIC 9(8).
           05 AR-DUE-DATE PIC 9(8).
           05 AR-ORIG-AMOUNT PIC S9(9)V99 COMP-3.
           05 AR-CREDIT-AMOUNT PIC S9(9)V99 COMP-3.
           05 AR-PAID-AMOUNT PIC S9(9)V99 COMP-3.
           05 AR-OPEN-AMOUNT PIC S9(9)V99 COMP-3.
           05 AR-ITEM-STATUS PIC X(1).
              88 AR-ITEM-OPEN VALUE 'O'.
              88 AR-ITEM-CLOSED VALUE 'C'.
           05 AR-LAST-ACTIVITY PIC 9(8).
           05 FILLER PIC X(19).

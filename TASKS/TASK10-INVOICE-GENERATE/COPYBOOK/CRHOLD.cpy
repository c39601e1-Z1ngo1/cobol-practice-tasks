      ******************************************************************
      * CRHOLD - CREDIT-HOLD ORDER RECORD LAYOUT                       *
      *                                                                *
      * COPIED AS THE BODY OF THE CREDIT-HOLD FD RECORD (PS, 80 B).    *
      * VSMJOB10 WRITES ONE 'H' HEADER PER CONSOLIDATED ORDER HELD FOR *
      * CREDIT, CARRYING THE EXPOSURE FIGURES THE DECISION WAS MADE    *
      * ON, FOLLOWED BY ONE 'L' RECORD PER PRICED ORDER LINE SO THE    *
      * RELEASE RUN (VSMRL10) CAN INVOICE THE ORDER AT THE PRICE,      *
      * DISCOUNT AND TAX IT WAS HELD AT. VSMRL10 CARRIES ORDERS IT     *
      * DOES NOT RELEASE FORWARD IN THE SAME LAYOUT.                   *
      *   HOLD REASON: L = NEW EXPOSURE OVER CREDIT LIMIT              *
      *                N = CUSTOMER HAS NO TB_CUSTOMERS ROW (NO LIMIT) *
      *   EXPOSURE = AR OPEN + INVOICED EARLIER IN THE RUN + ORDER     *
      ******************************************************************
           05 HLD-TYPE PIC X(1).
              88 HLD-HEADER VALUE 'H'.
              88 HLD-LINE VALUE 'L'.
           05 HLD-ORDER-ID PIC X(5).
           05 HLD-BODY PIC X(74).
           05 HLD-HEADER-DATA REDEFINES HLD-BODY.
              10 HLD-CUST-ID PIC X(6).
              10 HLD-STATE PIC X(2).
              10 HLD-HOLD-DATE PIC 9(8).
              10 HLD-REASON PIC X(1).
                 88 HLD-OVER-LIMIT VALUE 'L'.
                 88 HLD-NO-LIMIT VALUE 'N'.
              10 HLD-ORDER-AMOUNT PIC 9(7)V99.
              10 HLD-AR-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
              10 HLD-RUN-INVOICED PIC 9(9)V99.
              10 HLD-CREDIT-LIMIT PIC 9(7)V99.
              10 HLD-EXCESS PIC S9(9)V99 SIGN LEADING SEPARATE.
              10 FILLER PIC X(4).
           05 HLD-LINE-DATA REDEFINES HLD-BODY.
              10 HLL-PRODUCT-ID PIC X(5).
              10 HLL-PRODUCT-NAME PIC X(20).
              10 HLL-QUANTITY PIC 9(3).
              10 HLL-COST PIC 9(6)V99.
              10 HLL-DISCOUNT PIC 9(7)V99.
              10 HLL-TAX PIC 9(7)V99.
              10 HLL-EXEMPT-FLAG PIC X(1).
                 88 HLL-EXEMPT VALUE 'Y'.
              10 FILLER PIC X(19).

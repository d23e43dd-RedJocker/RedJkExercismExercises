      *****************************************************************
      * BILLINV.CPY
      *
      * RECORD LAYOUT FOR THE SUBSCRIPTION INVOICE REGISTER
      * (BILLINVF), KEYED BY CUSTOMER ID + PERIOD-FROM DATE SO A
      * CUSTOMER'S INVOICES READ BACK IN PERIOD ORDER AND A RERUN OF
      * THE SAME DAY CANNOT BILL THE SAME PERIOD TWICE.  WRITTEN BY
      * THE BILLINVC MONTHLY INVOICE RUN.  THE INVOICE NUMBER IS RUN
      * DATE (8) + SEQUENCE (4) + A LUHN CHECK DIGIT, THE SAME FORM
      * AS A VOUCHER REFERENCE, SO A QUOTED NUMBER CAN BE RUN
      * THROUGH ORDCHECK.  GLDAILY TAKES THE DAY'S INVOICES AS 'IV'
      * RECEIVABLES; BILLPROR CHECKS A CANCELLATION'S PAID-THROUGH
      * DATE AGAINST THE CUSTOMER'S LAST INVOICE PERIOD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  IV-INVOICE-RECORD.
           05  IV-REGISTER-KEY.
               10  IV-CUSTOMER-ID         PIC X(10).
               10  IV-PERIOD-FROM         PIC X(08).
           05  IV-PERIOD-TO               PIC X(08).
           05  IV-INVOICE-NO              PIC X(13).
           05  IV-INVOICE-DATE            PIC X(08).
           05  IV-PLAN-CODE               PIC X(04).
           05  IV-AMOUNT                  PIC 9(05)V99.

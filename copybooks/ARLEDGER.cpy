      *> Record layout of the AR-LEDGER.DAT receivables ledger - an
      *> INDEXED file keyed on AR-ITEM-KEY, one record per open item
      *> on a client's account. Keyed client first and then by date,
      *> so a client's items read back in date order.
      *>
      *> Invoices (I) are loaded by AR-ADMIN from the month's
      *> CIPHER-INVOICES.DAT, dated the last day of their billing
      *> month with sequence 0, so a month loads once per client.
      *> Payments (P) and credit memos (C) are posted by a supervisor
      *> through AR-ADMIN, dated the day received or issued, with the
      *> next free sequence for that date.
      *>
      *> AR-OPEN-AMOUNT is what is still outstanding on the item: for
      *> an invoice the part not yet paid or credited, for a payment
      *> or credit the part not yet applied to any invoice (held on
      *> account). Payments and credits are applied to open invoices
      *> when posted, and amounts held on account are applied to the
      *> next invoices loaded, oldest first both ways. AR-AGING ages
      *> the open amounts; CLIENT-BILLING sums AR-AMOUNT by date for
      *> the statement's account summary.
       01  AR-LEDGER-RECORD.
           05  AR-ITEM-KEY.
               10  AR-CLIENT-ID       PIC X(8).
               10  AR-ITEM-DATE       PIC X(8).
               10  AR-ITEM-TYPE       PIC X.
                   88  AR-ITEM-INVOICE     VALUE "I".
                   88  AR-ITEM-PAYMENT     VALUE "P".
                   88  AR-ITEM-CREDIT      VALUE "C".
               10  AR-ITEM-SEQ        PIC 9(4).
      *> Invoice: its billing month. Payment or credit: the invoice
      *> month it was posted against, blank for oldest first.
           05  AR-BILLING-MONTH   PIC X(6).
      *> Invoice: INV-YYYYMM. Payment: remittance or cheque number.
      *> Credit memo: memo number.
           05  AR-REFERENCE       PIC X(15).
           05  AR-AMOUNT          PIC 9(9)V99.
           05  AR-OPEN-AMOUNT     PIC 9(9)V99.
           05  AR-DESCRIPTION     PIC X(30).
           05  AR-POSTED-BY       PIC X(8).
           05  AR-POSTED-TS       PIC X(21).

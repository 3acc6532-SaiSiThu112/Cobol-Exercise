      *> treats a void like a charge - it puts the money back on
      *> the student's account.
               88 BL-VOID                VALUE 'V'.
      *> a late-fee charge on an overdue instalment - it adds to
      *> the balance like a charge but the ledger feed books it to
      *> penalty income, not tuition revenue
               88 BL-LATE-FEE            VALUE 'L'.
      *> a withdrawal refund credits back the unused share of the
      *> term charge; whatever the credit leaves the account in
      *> credit is paid out on a refund voucher and posted as a
      *> cash refund, which puts that money back on the account
               88 BL-REFUND-CREDIT       VALUE 'R'.
               88 BL-CASH-REFUND         VALUE 'K'.
      *> the term's school bus fee for a student assigned to a
      *> route - a charge on the account, booked by the ledger
      *> feed to transport revenue instead of tuition revenue
               88 BL-TRANSPORT           VALUE 'T'.
      *> books or uniform sold from stock by the school shop - a
      *> charge on the account, booked by the ledger feed to shop
      *> revenue; the stock cost travels on the SHOP-SALE line
               88 BL-SHOP-SALE           VALUE 'S'.
      *> a cheque returned unpaid by the bank reverses its payment
      *> like a void, and the returned-cheque fee charged for it
      *> is booked by the ledger feed to its own fee income
               88 BL-RETURNED-CHEQUE     VALUE 'Q'.
               88 BL-CHEQUE-FEE          VALUE 'F'.
      *> every type that puts money on the student's account -
      *> balance arithmetic tests this instead of naming the types
               88 BL-ADDS-TO-BALANCE     VALUE 'C' 'V' 'L' 'K' 'T'
                                               'S' 'Q' 'F'.
           05 BL-AMOUNT              PIC 9(07)V99.
           05 BL-TRAN-DATE           PIC 9(08).
      *> stamped by the tuition ledger feed once the line has been

      *same night the sale happened instead of waiting for a manual
      *cycle count. Units out are 'S' sales, 'P' layaway pickups
      *and the outbound leg of an 'X' exchange; units back are 'R'
      *returns and the returned leg of an 'X'; a return with reason
      *'DF' (defective) comes back as damaged stock instead, kept
      *out of sellable on-hand for return to the vendor. 'L'
      *payments and 'F' forfeitures move money, not stock, and
      *'V'-voided records never reach s&l.dat at all.

       environment division.
       input-output section.

       fd sale-and-layaway-file
           data record is input-line
           record contains 140 characters.

       01 input-line.
           05 il-transaction-code           pic x.
      *    Manager approval code keyed on an over-threshold or
      *    'OT' return - spaces everywhere else.
           05 il-approval-code              pic x(6).
      *    Loyalty customer number and points redeemed, spaces
      *    when the sale was not rung to a loyalty customer.
           05 il-customer-number            pic x(8).
           05 il-points-redeemed            pic x(5).
      *    Register time the transaction was rung, hhmm - spaces
      *    on older extracts.
           05 il-transaction-time           pic x(4).
      *    Exemption certificate and type the sale was rung under -
      *    spaces on a taxable sale and on older extracts.
           05 il-exempt-cert-number         pic x(12).
               88 il-exempt-cert-blank-88
                   value spaces.
           05 il-exempt-type                pic xx.
      *    Employee the purchase was rung for, off the staff card,
      *    and 'E' when the employee discount was taken - spaces on
      *    a customer sale and on older extracts.
           05 il-purchaser-id               pic x(4).
           05 il-employee-discount          pic x.
               88 il-employee-discount-88
                   value 'E'.

       fd return-file
           data record is return-line
           record contains 140 characters.

       01 return-line                       pic x(140).

      *    One aggregated movement per store/SKU/direction for the
      *    business date: 'O' = units out the door, 'I' = units
      *    back in, 'D' = defective units back in as damaged stock,
      *    with the dollars those units carried.
       fd inventory-movement-file
           data record is inventory-movement-line
           record contains 44 characters.
               10 ws-mv-out-amount          pic 9(9)v99.
               10 ws-mv-in-qty              pic 9(7).
               10 ws-mv-in-amount           pic 9(9)v99.
               10 ws-mv-dmg-qty             pic 9(7).
               10 ws-mv-dmg-amount          pic 9(9)v99.

       01 ws-mv-count                       pic 9(5)
           value 0.
                   move il-sku-code         to ws-post-sku
                   move il-transaction-amount to ws-post-amount
                   perform 240-derive-post-qty
                   if il-return-reason-code = 'DF'
                       move 'D'             to ws-post-direction
                   else
                       move 'I'             to ws-post-direction
                   end-if
                   perform 300-post-movement
                   read return-file into input-line
                       at end move ws-true-const to ws-eof-flag
                   move 0                   to ws-mv-in-qty(ws-mv-idx)
                   move 0
                       to ws-mv-in-amount(ws-mv-idx)
                   move 0                   to ws-mv-dmg-qty(ws-mv-idx)
                   move 0
                       to ws-mv-dmg-amount(ws-mv-idx)
                   set ws-mv-target         to ws-mv-idx
               end-if
           end-if.
                       to ws-mv-out-qty(ws-mv-idx)
                   add ws-post-amount
                       to ws-mv-out-amount(ws-mv-idx)
               else
               if ws-post-direction = 'D'
                   add ws-post-qty
                       to ws-mv-dmg-qty(ws-mv-idx)
                   add ws-post-amount
                       to ws-mv-dmg-amount(ws-mv-idx)
               else
                   add ws-post-qty
                       to ws-mv-in-qty(ws-mv-idx)
                   add ws-post-amount
                       to ws-mv-in-amount(ws-mv-idx)
               end-if
               end-if
           end-if.

      *    One record per store/SKU/direction that actually moved,
                   add 1                 to ws-extract-record-count
               end-if

               if ws-mv-dmg-qty(ws-mv-idx) > 0
                   move ws-mv-store(ws-mv-idx) to im-store-number
                   move ws-mv-sku(ws-mv-idx)   to im-sku-code
                   move ws-business-date       to im-business-date
                   move 'D'                    to im-direction
                   move ws-mv-dmg-qty(ws-mv-idx)
                       to im-quantity
                   move ws-mv-dmg-amount(ws-mv-idx)
                       to im-amount
                   write inventory-movement-line
                   add 1                 to ws-extract-record-count
               end-if

           end-perform.

      *    Append one line to the shared run-level audit trail so

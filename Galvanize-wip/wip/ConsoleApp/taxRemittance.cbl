       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Tax-Rate-File
           record contains 40.
      *    redemption applies, so rolling these lines up as taxable
      *    sales over- or under-states the filing. Only the promo
      *    discount line legitimately approximates the POS's own
      *    proration, so it still posts. A deposit on a booked
      *    order is likewise untaxed money held - the order's items
      *    are taxed in full when it is picked up.
           if  OTR-Is-Tax-Exempt
           and OTR-Category not = 'Deposit'
               Perform 1200-Post-Exempt-Line
                  thru 1200-Post-Exempt-Line-Exit
           else
               if  OTR-Category not = 'GiftCard'
               and OTR-Category not = 'Loyalty'
               and OTR-Category not = 'Deposit'
                   Perform 1300-Post-Taxable-Line
                      thru 1300-Post-Taxable-Line-Exit
               end-if

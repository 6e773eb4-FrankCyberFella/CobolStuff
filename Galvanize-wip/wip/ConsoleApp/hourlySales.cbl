       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Daypart-Config-File
           record contains 40.
                 compute WS-Hour-Test =
                         function test-numval(OTR-Order-Hour)

      *          Comps carry a retail value but are not sales, and
      *          a deposit on a booked order is money held until the
      *          order is picked up and rung.
                 if  WS-Record-Date-Text = WS-Filter-Date-Text
                 and WS-Hour-Test = 0
                 and (OTR-Is-Sale or OTR-Is-Void)
                 and OTR-Category not = 'Deposit'

                   compute WS-Record-Hour =
                           function numval(OTR-Order-Hour)

       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD GL-Extract-File
           record contains 80.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1).
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1).
           05 OTR-Void-Reason       pic x(15).
           05 filler                pic x(1).
           05 OTR-Cashier-Id        pic x(10).
           05 filler                pic x(14).
           05 OTR-Category          pic x(10).
           05 filler                pic x(23).
           05 OTR-Terminal-Id       pic x(4).

       01  WS-Filter-Date.
       01  WS-Control-Total         pic s9(9)v99 comp-3 value 0.
       01  WS-Previous-Order-Seq    pic 9(9) value 0.
       01  WS-Previous-Terminal     pic x(4) value low-values.
       01  WS-Comp-Count            pic 9(7) value 0.
       01  WS-Comp-Qty              pic s9(5) value 0.
       01  WS-Comp-Value            pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Taken-Count   pic 9(7) value 0.
       01  WS-Deposit-Taken         pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Applied-Count pic 9(7) value 0.
       01  WS-Deposit-Applied       pic s9(9)v99 comp-3 value 0.

      *    Fixed-width header/detail/trailer layouts for the GL
      *    import - no delimiters, every field a fixed position and
           05 GDR-Tax               pic s9(9)v99 sign leading separate.
           05 filler                pic x(21) value spaces.

      *    Comps are product given away, booked to a promotion /
      *    comp expense account rather than sales - one summary
      *    record for the day, outside the detail count and the
      *    control total.
       01  GL-Comp-Record.
           05 GCR-Record-Type       pic x(1) value 'C'.
           05 GCR-Month             pic 99.
           05 GCR-Day               pic 99.
           05 GCR-Year              pic 9999.
           05 GCR-Comp-Count        pic 9(7).
           05 GCR-Comp-Qty          pic s9(5) sign leading separate.
           05 GCR-Comp-Value        pic s9(9)v99 sign leading separate.
           05 filler                pic x(46) value spaces.

      *    Deposits on booked orders are money held, booked to a
      *    customer deposit liability account rather than sales -
      *    one summary record for the day of what was taken at
      *    booking and what came back off orders picked up, outside
      *    the detail count and the control total.
       01  GL-Deposit-Record.
           05 GLR-Record-Type       pic x(1) value 'L'.
           05 GLR-Month             pic 99.
           05 GLR-Day               pic 99.
           05 GLR-Year              pic 9999.
           05 GLR-Taken-Count       pic 9(7).
           05 GLR-Taken-Value       pic s9(9)v99 sign leading separate.
           05 GLR-Applied-Count     pic 9(7).
           05 GLR-Applied-Value     pic s9(9)v99 sign leading separate.
           05 GLR-Net-Liability     pic s9(9)v99 sign leading separate.
           05 filler                pic x(21) value spaces.

       01  GL-Trailer-Record.
           05 GTR-Record-Type       pic x(1) value 'T'.
           05 GTR-Month             pic 99.

                     if WS-Record-Date-Text = WS-Filter-Date-Text
                     and (OTR-Is-Sale or OTR-Is-Void)
                     and OTR-Category not = 'Deposit'

                       Perform 1100-Write-Detail-Line
                          thru 1100-Write-Detail-Line-Exit

                     end-if

                     if WS-Record-Date-Text = WS-Filter-Date-Text
                     and OTR-Is-Comp
                       add 1              to WS-Comp-Count
                       add OTR-Quantity   to WS-Comp-Qty
                       add OTR-Item-Price to WS-Comp-Value
                     end-if

                     if WS-Record-Date-Text = WS-Filter-Date-Text
                     and (OTR-Is-Sale or OTR-Is-Void)
                     and OTR-Category = 'Deposit'
                       if OTR-Item-Name = 'Deposit Applied'
                         add 1 to WS-Deposit-Applied-Count
                         subtract OTR-Item-Price
                           from WS-Deposit-Applied
                       else
                         add 1 to WS-Deposit-Taken-Count
                         add OTR-Item-Price to WS-Deposit-Taken
                       end-if
                     end-if

                     read Order-Trans-File into Order-Trans-File-Record
                       at end set No-More-Trans to true
                     end-read

                   end-perform

                   move 'C'                to GCR-Record-Type
                   move WS-Filter-Month-In  to GCR-Month
                   move WS-Filter-Day-In    to GCR-Day
                   move WS-Filter-Year-In   to GCR-Year
                   move WS-Comp-Count       to GCR-Comp-Count
                   move WS-Comp-Qty         to GCR-Comp-Qty
                   move WS-Comp-Value       to GCR-Comp-Value
                   write GL-Extract-Record from GL-Comp-Record

                   move 'L'                to GLR-Record-Type
                   move WS-Filter-Month-In  to GLR-Month
                   move WS-Filter-Day-In    to GLR-Day
                   move WS-Filter-Year-In   to GLR-Year
                   move WS-Deposit-Taken-Count
                                            to GLR-Taken-Count
                   move WS-Deposit-Taken    to GLR-Taken-Value
                   move WS-Deposit-Applied-Count
                                            to GLR-Applied-Count
                   move WS-Deposit-Applied  to GLR-Applied-Value
                   compute GLR-Net-Liability =
                           WS-Deposit-Taken - WS-Deposit-Applied
                   write GL-Extract-Record from GL-Deposit-Record

                   move 'T'                to GTR-Record-Type
                   move WS-Filter-Month-In  to GTR-Month
                   move WS-Filter-Day-In    to GTR-Day

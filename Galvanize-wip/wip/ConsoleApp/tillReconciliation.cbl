       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Close-Date-File
           record contains 8.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1).
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1).
       01  WS-Gift-Tender-Total     pic s9(9)v99 comp-3 value 0.
       01  WS-Gift-Sold-Total       pic s9(9)v99 comp-3 value 0.
       01  WS-Gift-Redeemed-Total   pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Taken-Total   pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Applied-Total pic s9(9)v99 comp-3 value 0.

       01  WS-Counted-Text          pic x(10).
       01  WS-Counted-Test          pic s9(4) comp.
       01  WS-Gift-Redeemed-Out     pic $$$,$$$,$$9.99-.
       01  WS-Gift-Net-Out          pic $$$,$$$,$$9.99-.
       01  WS-Gift-Net-Change       pic s9(9)v99 comp-3.
       01  WS-Deposit-Taken-Out     pic $$$,$$$,$$9.99-.
       01  WS-Deposit-Applied-Out   pic $$$,$$$,$$9.99-.
       01  WS-Deposit-Net-Out       pic $$$,$$$,$$9.99-.
       01  WS-Deposit-Net-Change    pic s9(9)v99 comp-3.

       Procedure Division.

                 move Order-Trans-File-Record to Order-Trans-Record
                 move OTR-Order-Time(1:10)    to WS-Record-Date-Text

      *          A comp takes no tender, so it has nothing to put in
      *          any drawer or card batch.
                 if WS-Record-Date-Text = WS-Filter-Date-Text
                 and not OTR-Is-Comp

                   Perform 1100-Find-Or-Add-Terminal
                      thru 1100-Find-Or-Add-Terminal-Exit
                     end-if
                   end-if

      *            Deposits on booked orders work the same way -
      *            taken at booking, applied back at pickup.
                   if OTR-Category = 'Deposit'
                     if OTR-Item-Name = 'Deposit Applied'
                       subtract OTR-Item-Price
                           from WS-Deposit-Applied-Total
                     else
                       add OTR-Item-Price to WS-Deposit-Taken-Total
                     end-if
                   end-if

                 end-if

                 read Order-Trans-File into Order-Trans-File-Record
               WS-Gift-Tender-Out.
           Display WS-Separator-Line.

           move WS-Deposit-Taken-Total   to WS-Deposit-Taken-Out.
           move WS-Deposit-Applied-Total to WS-Deposit-Applied-Out.
           compute WS-Deposit-Net-Change =
                   WS-Deposit-Taken-Total - WS-Deposit-Applied-Total.
           move WS-Deposit-Net-Change    to WS-Deposit-Net-Out.

           Display 'Advance order deposit liability'.
           Display 'Deposits taken:        ' WS-Deposit-Taken-Out.
           Display 'Applied at pickup:     ' WS-Deposit-Applied-Out.
           Display 'Net liability change:  ' WS-Deposit-Net-Out.
           Display WS-Separator-Line.

       2000-Print-Report-Exit.
           Exit.

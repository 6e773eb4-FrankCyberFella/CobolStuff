       Identification Division.
       program-id. depositListing.

       Environment Division.
       input-output section.
       file-control.

       select Advance-Order-File
              assign to "advanceOrders.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Advance-Order-Status.

       Data Division.

       File Section.

        FD Advance-Order-File
           record contains 200.

        01 Advance-Order-File-Record  pic x(200).

       working-storage section.

       01  WS-Advance-Order-Status  pic xx.

       01  Advance-Order-EOF-Switch pic x(3) value 'no'.
           88 No-More-Advance-Lines value 'yes'.

       01  Advance-Order-Header.
           05 AOH-Record-Type       pic x(1).
           05 filler                pic x(1).
           05 AOH-Advance-No        pic 9(6).
           05 filler                pic x(1).
           05 AOH-Status            pic x(1).
              88 AOH-Is-Booked      value 'B'.
           05 filler                pic x(1).
           05 AOH-Customer-Name     pic x(25).
           05 filler                pic x(1).
           05 AOH-Contact           pic x(20).
           05 filler                pic x(1).
           05 AOH-Pickup-Date       pic 9(8).
           05 filler                pic x(1).
           05 AOH-Pickup-Time       pic x(5).
           05 filler                pic x(1).
           05 AOH-Booked-Time       pic x(22).
           05 filler                pic x(1).
           05 AOH-Booked-By         pic x(10).
           05 filler                pic x(1).
           05 AOH-Booked-Terminal   pic x(4).
           05 filler                pic x(1).
           05 AOH-Deposit-Amount    pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 AOH-Deposit-Pay-Type  pic x(1).
           05 filler                pic x(1).
           05 AOH-Deposit-Seq       pic 9(9).
           05 filler                pic x(1).
           05 AOH-Estimated-Total   pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 AOH-Pickup-Seq        pic 9(9).
           05 filler                pic x(1).
           05 AOH-Pickup-Terminal   pic x(4).
           05 filler                pic x(40).

       01  WS-Today-YYYYMMDD        pic 9(8).
       01  WS-Today-Out             pic 9999/99/99.

       01  WS-Deposit-Count         pic s9(5) comp value 0.
       01  WS-Deposit-Total         pic s9(9)v99 value 0.
       01  WS-Overdue-Count         pic s9(5) comp value 0.
       01  WS-Overdue-Total         pic s9(9)v99 value 0.

       01  WS-Count-Out             pic zzzz9.
       01  WS-Total-Out             pic $$$,$$$,$$9.99-.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Outstanding Advance Order Deposits'.

      *    Booked-time carries the register clock text
      *    " m/dd/yyyy at hh:mm:ss"; the listing shows its date part.
       01  Deposit-Line.
           05 DL-Advance-No         pic 9(6).
           05 filler                pic x(1) value spaces.
           05 DL-Customer-Name      pic x(20).
           05 filler                pic x(1) value spaces.
           05 DL-Booked-Date        pic x(10).
           05 filler                pic x(1) value spaces.
           05 DL-Pickup-Date        pic 9999/99/99.
           05 filler                pic x(1) value spaces.
           05 DL-Pay-Type           pic x(1).
           05 filler                pic x(1) value spaces.
           05 DL-Deposit-Amount     pic $$$,$$9.99-.
           05 filler                pic x(1) value spaces.
           05 DL-Overdue-Flag       pic x(7).

       Procedure Division.

           move function current-date(1:8) to WS-Today-YYYYMMDD.

           Perform 1000-List-Deposits
              thru 1000-List-Deposits-Exit.

           Goback.

       1000-List-Deposits.

           move WS-Today-YYYYMMDD to WS-Today-Out.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'As of: ' WS-Today-Out.
           Display WS-Separator-Line.
           Display 'Order  Customer             Booked     Pickup'
               '     P     Deposit'.
           Display WS-Separator-Line.

           open input Advance-Order-File.

           if WS-Advance-Order-Status not = '00'
               Display "Warning: cannot open advanceOrders.csv"
                   " (status " WS-Advance-Order-Status
                   "); no deposits listed."
           else
               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header

      *            A deposit stays a liability until the order is
      *            picked up and the deposit applied to the sale.
                   if  AOH-Record-Type = 'H'
                   and AOH-Is-Booked
                   and AOH-Deposit-Amount not = 0
                       Perform 1100-Print-Deposit
                          thru 1100-Print-Deposit-Exit
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

           Display WS-Separator-Line.

           move WS-Deposit-Count to WS-Count-Out.
           move WS-Deposit-Total to WS-Total-Out.
           Display 'Deposits held:      ' WS-Count-Out
               '   Total: ' WS-Total-Out.

           move WS-Overdue-Count to WS-Count-Out.
           move WS-Overdue-Total to WS-Total-Out.
           Display 'Past pickup date:   ' WS-Count-Out
               '   Total: ' WS-Total-Out.

           Display WS-Separator-Line.

       1000-List-Deposits-Exit.
           Exit.

       1100-Print-Deposit.

           move AOH-Advance-No       to DL-Advance-No.
           move AOH-Customer-Name    to DL-Customer-Name.
           move function trim(AOH-Booked-Time(1:10))
                                     to DL-Booked-Date.
           move AOH-Pickup-Date      to DL-Pickup-Date.
           move AOH-Deposit-Pay-Type to DL-Pay-Type.
           move AOH-Deposit-Amount   to DL-Deposit-Amount.

           add 1                  to WS-Deposit-Count.
           add AOH-Deposit-Amount to WS-Deposit-Total.

           if AOH-Pickup-Date < WS-Today-YYYYMMDD
               move 'OVERDUE'         to DL-Overdue-Flag
               add 1                  to WS-Overdue-Count
               add AOH-Deposit-Amount to WS-Overdue-Total
           else
               move spaces            to DL-Overdue-Flag
           end-if.

           Display Deposit-Line.

       1100-Print-Deposit-Exit.
           Exit.

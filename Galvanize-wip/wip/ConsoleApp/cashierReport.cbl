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
           05 OTR-Void-Reason       pic x(15).
           05 filler                pic x(1).
           05 OTR-Cashier-Id        pic x(10).
           05 filler                pic x(1).
           05 OTR-Payment-Type      pic x(1).
           05 filler                pic x(1).
           05 OTR-Tendered-Amount   pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 OTR-Category          pic x(10).
           05 filler                pic x(1).
           05 OTR-Loyalty-Id        pic x(10).
           05 filler                pic x(1).
           05 OTR-Gift-Card-No      pic x(10).
           05 filler                pic x(1).
           05 OTR-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 OTR-Tax-Exempt        pic x(1).
              88 OTR-Is-Tax-Exempt  value 'Y'.
           05 filler                pic x(1).
           05 OTR-Exempt-Cert       pic x(12).
           05 filler                pic x(1).
           05 OTR-Approver-Id       pic x(10).

       01  WS-Filter-Date.
           05 WS-Filter-Month       pic z9.
       01  WS-Cashier-Entries       pic s9(4) comp value 0.
       01  WS-Found-Cashier-Idx     pic s9(4) comp.

      *    Every manager-approved void line and tax-exempt order,
      *    so the report shows who authorized each override.
       01  Approval-Table.
           05 Approval-Entry occurs 200 times
                             indexed by Approval-Index.
               10 AE-Type          pic x(6).
               10 AE-Cashier-Id    pic x(10).
               10 AE-Terminal-Id   pic x(4).
               10 AE-Order-Seq     pic 9(9).
               10 AE-Detail        pic x(20).
               10 AE-Amount        pic s9(9)v99 comp-3.
               10 AE-Approver-Id   pic x(10).

       01  WS-Approval-Entries      pic s9(4) comp value 0.
       01  WS-Approvals-Dropped     pic s9(4) comp value 0.
       01  WS-Prev-Exempt-Seq       pic 9(9) value 0.
       01  WS-Prev-Exempt-Terminal  pic x(4) value low-values.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
           05 filler            pic x(3) value spaces.
           05 CRL-Revenue       pic $$$,$$$,$$9.99-.

       01  Approval-Report-Line.
           05 ARL-Type          pic x(6).
           05 filler            pic x(1) value spaces.
           05 ARL-Cashier-Id    pic x(10).
           05 filler            pic x(1) value spaces.
           05 ARL-Terminal-Id   pic x(4).
           05 filler            pic x(1) value spaces.
           05 ARL-Order-Seq     pic z(8)9.
           05 filler            pic x(1) value spaces.
           05 ARL-Detail        pic x(20).
           05 ARL-Amount        pic $$$,$$9.99-.
           05 filler            pic x(1) value spaces.
           05 ARL-Approver-Id   pic x(10).

       01  WS-Dropped-Display       pic zzz9.

       Procedure Division.

           Perform 0000-Initialization
                     add 1 to CE-Void-Count(WS-Found-Cashier-Idx)
                   end-if

      *            A comp line carries the retail value given away,
      *            not money taken - it shows under approvals only.
      *            A deposit on a booked order is held, not earned,
      *            until the order is picked up and rung.
                   if  not OTR-Is-Comp
                   and OTR-Category not = 'Deposit'
                     add OTR-Item-Price
                       to CE-Revenue(WS-Found-Cashier-Idx)
                   end-if

                   Perform 1200-Collect-Approvals
                      thru 1200-Collect-Approvals-Exit

                 end-if

       1100-Find-Or-Add-Cashier-Exit.
           Exit.

       1200-Collect-Approvals.

           if OTR-Is-Void
               Perform 1210-Add-Approval
                  thru 1210-Add-Approval-Exit
               if WS-Approval-Entries > 0
               and Approval-Index = WS-Approval-Entries
                   move 'Void'            to AE-Type(Approval-Index)
                   move OTR-Ref-Order-Seq
                     to AE-Order-Seq(Approval-Index)
                   move OTR-Item-Name     to AE-Detail(Approval-Index)
                   move OTR-Item-Price    to AE-Amount(Approval-Index)
               end-if
           end-if.

           if OTR-Is-Comp
               Perform 1210-Add-Approval
                  thru 1210-Add-Approval-Exit
               if WS-Approval-Entries > 0
               and Approval-Index = WS-Approval-Entries
                   move 'Comp'            to AE-Type(Approval-Index)
                   move OTR-Order-Seq
                     to AE-Order-Seq(Approval-Index)
                   move OTR-Item-Name     to AE-Detail(Approval-Index)
                   move OTR-Item-Price    to AE-Amount(Approval-Index)
               end-if
           end-if.

      *    An exemption covers the whole order - list it once, on
      *    the first sale line of that (terminal, seq).
           if OTR-Is-Sale
           and OTR-Is-Tax-Exempt
           and (OTR-Order-Seq   not equal WS-Prev-Exempt-Seq
             or OTR-Terminal-Id not equal WS-Prev-Exempt-Terminal)
               move OTR-Order-Seq   to WS-Prev-Exempt-Seq
               move OTR-Terminal-Id to WS-Prev-Exempt-Terminal
               Perform 1210-Add-Approval
                  thru 1210-Add-Approval-Exit
               if WS-Approval-Entries > 0
               and Approval-Index = WS-Approval-Entries
                   move 'Exempt'        to AE-Type(Approval-Index)
                   move OTR-Order-Seq   to AE-Order-Seq(Approval-Index)
                   move OTR-Exempt-Cert to AE-Detail(Approval-Index)
                   move 0               to AE-Amount(Approval-Index)
               end-if
           end-if.

       1200-Collect-Approvals-Exit.
           Exit.

       1210-Add-Approval.

      *    Leaves Approval-Index on the new entry; a full table is
      *    counted so the report can say lines were left off.
           if WS-Approval-Entries < 200
               add 1 to WS-Approval-Entries
               set Approval-Index to WS-Approval-Entries
               move OTR-Cashier-Id  to AE-Cashier-Id(Approval-Index)
               move OTR-Terminal-Id to AE-Terminal-Id(Approval-Index)
               move OTR-Approver-Id to AE-Approver-Id(Approval-Index)
           else
               set Approval-Index to 1
               add 1 to WS-Approvals-Dropped
           end-if.

       1210-Add-Approval-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.

           Display WS-Separator-Line.

           Display ' '.
           Display 'Manager Authorizations'.
           Display WS-Separator-Line.
           Display "Type   Cashier    Term  Order No Item/Certificate"
                   "         Amount Approved by".
           Display WS-Separator-Line.

           perform varying Approval-Index from 1 by 1
                   until Approval-Index > WS-Approval-Entries

               move AE-Type(Approval-Index)        to ARL-Type
               move AE-Cashier-Id(Approval-Index)  to ARL-Cashier-Id
               move AE-Terminal-Id(Approval-Index) to ARL-Terminal-Id
               move AE-Order-Seq(Approval-Index)   to ARL-Order-Seq
               move AE-Detail(Approval-Index)      to ARL-Detail
               move AE-Amount(Approval-Index)      to ARL-Amount
               move AE-Approver-Id(Approval-Index) to ARL-Approver-Id

               Display Approval-Report-Line

           end-perform.

           if WS-Approvals-Dropped > 0
               move WS-Approvals-Dropped to WS-Dropped-Display
               Display 'Warning: ' WS-Dropped-Display
                   ' authorizations not listed (table full).'
           end-if.

           Display WS-Separator-Line.

       2000-Print-Report-Exit.
           Exit.

       Identification Division.
       program-id. purchasing.

       Environment Division.
       input-output section.
       file-control.

       select Employee-File
              assign to "employees.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Employee-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              lock mode is manual
              file status is WS-Menu-Item-Status.

       select Vendor-File
              assign to "vendors.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Vendor-Status.

       select Order-Trans-File
              assign to "orderTrans.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Trans-Status.

       select PO-File
              assign to "purchaseOrders.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-PO-Status.

       select PO-Work-File
              assign to "purchaseOrdersWork.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-PO-Work-Status.

       select Receiving-Log-File
              assign to "receivingLog.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Receiving-Log-Status.

       Data Division.

       File Section.

        FD Employee-File
           record contains 60.

        01 Employee-File-Record  pic x(60).

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Vendor-File
           record contains 80.

        01 Vendor-File-Record  pic x(80).

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD PO-File
           record contains 80.

        01 PO-File-Record  pic x(80).

        FD PO-Work-File
           record contains 80.

        01 PO-Work-Record  pic x(80).

        FD Receiving-Log-File
           record contains 120.

        01 Receiving-Log-File-Record  pic x(120).

       working-storage section.

       01  WS-Employee-Status       pic xx.
       01  WS-Menu-Item-Status      pic xx.
       01  WS-Vendor-Status         pic xx.
       01  WS-Order-Trans-Status    pic xx.
       01  WS-PO-Status             pic xx.
       01  WS-PO-Work-Status        pic xx.
       01  WS-Receiving-Log-Status  pic xx.

       01  Employee-EOF-Switch pic x(3) value 'no'.
           88 No-More-Employees     value 'yes'.

       01  Menu-Item-EOF-Switch pic x(3) value 'no'.
           88 No-More-Menu-Items    value 'yes'.

       01  Vendor-EOF-Switch pic x(3) value 'no'.
           88 No-More-Vendors       value 'yes'.

       01  Order-Trans-EOF-Switch pic x(3) value 'no'.
           88 No-More-Trans         value 'yes'.

       01  PO-EOF-Switch pic x(3) value 'no'.
           88 No-More-PO-Lines      value 'yes'.

       01  PO-Work-EOF-Switch pic x(3) value 'no'.
           88 No-More-PO-Work       value 'yes'.

       01  Processing-Switch    Pic x(3).
           88 Start-Processing         Value 'Yes'.
           88 End-Processing-Requested Value 'No'.

       01  WS-Menu-Choice           pic x(1).
       01  WS-Line-Num              pic s9(9) comp value 0.
       01  WS-Line-Out              pic zzz9.

      *    Sign-on - anyone on the employee file may receive a
      *    delivery; raising purchase orders takes a manager.
       01  Employee-Table.
           05 Employee-Entry occurs 100 times
                             indexed by Employee-Index.
               10 EMP-Id            pic x(10).
               10 EMP-Name          pic x(20).
               10 EMP-Pin           pic x(6).
               10 EMP-Role          pic x(1).
                  88 EMP-Is-Manager     value 'M'.
               10 EMP-Active        pic x(1).
                  88 EMP-Is-Active      value 'Y'.

       01  WS-Employee-Entries      pic s9(4) comp value 0.
       01  WS-Found-Employee-Idx    pic s9(4) comp value 0.

       01  WS-Emp-Id-In             pic x(10).
       01  WS-Emp-Name-In           pic x(20).
       01  WS-Emp-Pin-In            pic x(6).
       01  WS-Emp-Role-In           pic x(1).
       01  WS-Emp-Active-In         pic x(1).

       01  WS-Signon-Id-In          pic x(10).
       01  WS-Signon-Pin-In         pic x(6).
       01  WS-User-Id               pic x(10) value spaces.
       01  WS-User-Name             pic x(20) value spaces.
       01  WS-User-Role             pic x(1)  value space.
           88 User-Is-Manager       value 'M'.

      *    One entry per menu item, carrying everything the reorder
      *    suggestion needs: stock, recent sales, what is already on
      *    order, and which vendor supplies it at what cost.
       01  Reorder-Table.
           05 Reorder-Entry occurs 999 times
                            indexed by Reorder-Index.
               10 RO-Item-Name      pic x(20).
               10 RO-Stock          pic 9(5).
               10 RO-Sold           pic s9(7) comp.
               10 RO-On-Order       pic s9(7) comp.
               10 RO-Vendor-Sub     pic s9(4) comp.
               10 RO-Unit-Cost      pic 9(5)v99.
               10 RO-Suggest-Qty    pic s9(5) comp.

       01  WS-Reorder-Entries       pic s9(4) comp value 0.
       01  WS-Found-Item-Idx        pic s9(4) comp value 0.
       01  WS-Lookup-Item-Name      pic x(20).

       01  Vendor-Table.
           05 Vendor-Entry occurs 30 times
                           indexed by Vendor-Index.
               10 VN-Id             pic x(8).
               10 VN-Name           pic x(25).
               10 VN-Phone          pic x(15).

       01  WS-Vendor-Entries        pic s9(4) comp value 0.
       01  WS-Found-Vendor-Idx      pic s9(4) comp value 0.

       01  WS-Vendor-Rec-Type-In    pic x(1).
       01  WS-Vendor-Id-In          pic x(8).
       01  WS-Vendor-Field3-In      pic x(25).
       01  WS-Vendor-Field4-In      pic x(15).
       01  WS-Vendor-Cost-Test      pic s9(4) comp.

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Stock-Test       pic s9(4) comp.
       01  WS-Menu-Stock-Value      pic s9(7) comp.

      *    cafeItems.dat record - comma-separated text keyed on the
      *    item name, the same layout the registers write.
       01  Menu-Item-Record.
           05 MIR-Item-Name         pic x(20).
           05 filler                pic x(1).
           05 MIR-Item-Price        pic 9(4).99.
           05 filler                pic x(1).
           05 MIR-Item-Active       pic x(1).
           05 filler                pic x(1).
           05 MIR-Stock-On-Hand     pic 9(5).
           05 filler                pic x(1).
           05 MIR-Item-Category     pic x(10).
           05 filler                pic x(1).
           05 MIR-Unit-Cost         pic 9(4).99.

       01  WS-Menu-Lock-Switch      pic x(1).
           88 Menu-Item-Locked      value 'L'.
           88 Menu-Item-Lock-Given-Up value 'X'.
       01  WS-Lock-Retry-Response   pic x(1).

      *    A delivery is costed into stock at the weighted average
      *    of what was on hand and what came in.
       01  WS-Old-Stock             pic s9(7) comp.
       01  WS-Old-Cost              pic s9(5)v99.
       01  WS-Old-Cost-Test         pic s9(4) comp.
       01  WS-New-Cost              pic s9(5)v99.

      *    Only lines whose stock actually posted are marked
      *    received on the PO and logged; the rest stay due.
       01  WS-Stock-File-Switch     pic x(3) value 'no'.
           88 Stock-File-Opened     value 'yes'.
       01  WS-Lines-Not-Posted      pic s9(4) comp value 0.

       01  Order-Trans-Record.
           05 OTR-Order-Time        pic x(22).
           05 filler                pic x(1).
           05 OTR-Order-Seq         pic 9(9).
           05 filler                pic x(1).
           05 OTR-Order-Tax         pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 OTR-Item-Name         pic x(20).
           05 filler                pic x(1).
           05 OTR-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1).
           05 OTR-Item-Price        pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(168).

       01  PO-Header.
           05 POH-Record-Type       pic x(1).
           05 filler                pic x(1) value ','.
           05 POH-PO-Number         pic 9(6).
           05 filler                pic x(1) value ','.
           05 POH-Vendor-Id         pic x(8).
           05 filler                pic x(1) value ','.
           05 POH-Created-Time      pic x(22).
           05 filler                pic x(1) value ','.
           05 POH-Status            pic x(1).
              88 POH-Is-Open        value 'O'.
              88 POH-Is-Closed      value 'C'.
           05 filler                pic x(1) value ','.
           05 POH-Created-By        pic x(10).
           05 filler                pic x(1) value ','.
           05 POH-Line-Count        pic 9(3).

       01  PO-Detail.
           05 POD-Record-Type       pic x(1).
           05 filler                pic x(1) value ','.
           05 POD-PO-Number         pic 9(6).
           05 filler                pic x(1) value ','.
           05 POD-Line-No           pic 9(3).
           05 filler                pic x(1) value ','.
           05 POD-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 POD-Qty-Ordered       pic 9(5).
           05 filler                pic x(1) value ','.
           05 POD-Unit-Cost         pic s9(5)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 POD-Qty-Received      pic 9(5).

       01  WS-Last-PO-Number        pic 9(6) value 0.
       01  WS-PO-Line-Count         pic 9(3) value 0.

      *    No purchase order is raised longer than the receiving
      *    table below can hold; a vendor with more to order gets
      *    a second PO for the rest.
       01  WS-PO-Max-Lines          pic s9(4) comp value 50.
       01  WS-PO-Lines-This-PO      pic s9(4) comp.
       01  WS-PO-Scan-Start         pic s9(4) comp.

      *    The purchase order being received, one entry per line.
       01  PO-Line-Table.
           05 PO-Line occurs 50 times
                      indexed by PO-Line-Index.
               10 PL-Line-No        pic 9(3).
               10 PL-Item-Name      pic x(20).
               10 PL-Qty-Ordered    pic 9(5).
               10 PL-Unit-Cost      pic s9(5)v99.
               10 PL-Qty-Received   pic 9(5).
               10 PL-Rcv-Qty        pic s9(5) comp.
               10 PL-Rcv-Cost       pic s9(5)v99.
               10 PL-Flag           pic x(5).

       01  WS-PO-Line-Entries       pic s9(4) comp value 0.
       01  WS-PO-Overflow-Switch    pic x(3) value 'no'.
           88 PO-Has-Too-Many-Lines value 'yes'.
       01  WS-Receive-PO-Number     pic 9(6).
       01  WS-Receive-Vendor-Id     pic x(8).
       01  WS-Receive-Found-Switch  pic x(3) value 'no'.
           88 Receive-PO-Found      value 'yes'.
       01  WS-Receive-Open-Switch   pic x(3) value 'no'.
           88 Receive-PO-Is-Open    value 'yes'.
       01  WS-PO-All-Filled-Switch  pic x(3) value 'yes'.
           88 PO-All-Filled         value 'yes'.
       01  WS-PO-New-Status         pic x(1).
       01  WS-Receipt-Cost-Total    pic s9(7)v99 value 0.

       01  WS-Qty-Text              pic x(10).
       01  WS-Qty-Test              pic s9(4) comp.
       01  WS-Qty-Value             pic s9(7) comp.
       01  WS-Cost-Text             pic x(10).
       01  WS-Cost-Test             pic s9(4) comp.
       01  WS-Confirm               pic x(1).
       01  WS-Remaining-Qty         pic s9(7) comp.
       01  WS-Cumulative-Qty        pic s9(7) comp.
       01  WS-Pick-Line             pic 9(3).

       01  WS-History-Days          pic s9(4) comp value 7.
       01  WS-Cover-Days            pic s9(4) comp value 7.
       01  WS-Target-Qty            pic s9(9) comp.
       01  WS-Today-Day-Number      pic s9(9) comp.
       01  WS-First-Day-Number      pic s9(9) comp.
       01  WS-Trans-Day-Number      pic s9(9) comp.
       01  WS-Trans-Month           pic 9(2).
       01  WS-Trans-Day             pic 9(2).
       01  WS-Trans-Year            pic 9(4).
       01  WS-Date-Test-1           pic s9(4) comp.
       01  WS-Date-Test-2           pic s9(4) comp.
       01  WS-Date-Test-3           pic s9(4) comp.
       01  WS-Vendor-Line-Count     pic s9(4) comp.

       01  WS-Current-Timestamp.
           05 WS-Current-Year                pic 9(4).
           05 WS-Current-Month               pic 9(2).
           05 WS-Current-Day                 pic 9(2).
           05 WS-Current-Hour                pic 9(2).
           05 WS-Current-Minute              pic 9(2).
           05 WS-Current-Second              pic 9(2).
           05 WS-Current-HundrethSeconds     pic 9(2).

       01  WS-Order-time.
           05 Order-Month           pic z9.
           05 filler                pic x(1) value '/'.
           05 Order-Day             pic 99.
           05 filler                pic x(1) value '/'.
           05 Order-Year            pic 9999.
           05 filler                pic x(4) value ' at '.
           05 Order-Hour            pic z9.
           05 filler                pic x(1) value ':'.
           05 Order-Minute          pic 99.
           05 filler                pic x(1) value ':'.
           05 Order-Second          pic 99.

      *    Receiving log - one line per PO line on each delivery,
      *    the paper trail of what actually came in the door.
       01  Receiving-Log-Record.
           05 RCV-Received-Time     pic x(22).
           05 filler                pic x(1) value ','.
           05 RCV-PO-Number         pic 9(6).
           05 filler                pic x(1) value ','.
           05 RCV-Vendor-Id         pic x(8).
           05 filler                pic x(1) value ','.
           05 RCV-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 RCV-Qty-Ordered       pic 9(5).
           05 filler                pic x(1) value ','.
           05 RCV-Qty-Received      pic 9(5).
           05 filler                pic x(1) value ','.
           05 RCV-Unit-Cost         pic s9(5)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 RCV-Extended-Cost     pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 RCV-Flag              pic x(5).
           05 filler                pic x(1) value ','.
           05 RCV-Received-By       pic x(10).

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  Suggestion-Line.
           05 SGL-Line-No           pic zz9.
           05 filler                pic x(1) value space.
           05 SGL-Item-Name         pic x(20).
           05 filler                pic x(1) value space.
           05 SGL-Vendor-Id         pic x(8).
           05 filler                pic x(1) value space.
           05 SGL-Stock             pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 SGL-Sold              pic -(5)9.
           05 filler                pic x(2) value spaces.
           05 SGL-On-Order          pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 SGL-Suggest           pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 SGL-Unit-Cost         pic zzz9.99.

       01  PO-List-Line.
           05 filler                pic x(4) value spaces.
           05 PLL-Line-No           pic zz9.
           05 filler                pic x(1) value space.
           05 PLL-Item-Name         pic x(20).
           05 filler                pic x(1) value space.
           05 PLL-Qty-Ordered       pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 PLL-Qty-Received      pic zzzz9.
           05 filler                pic x(2) value spaces.
           05 PLL-Unit-Cost         pic zzz9.99.
           05 filler                pic x(2) value spaces.
           05 PLL-Flag              pic x(5).

       01  WS-Qty-Out               pic zzzz9.
       01  WS-Cost-Out              pic zzz9.99.
       01  WS-Total-Out             pic z,zzz,zz9.99.
       01  WS-PO-Number-Out         pic 9(6).

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           Perform 1000-Process
              thru 1000-Process-Exit
             until End-Processing-Requested.

           Goback.

       0000-Initialization.

           Set Start-Processing to true.

           Perform 0200-Load-Employees
              thru 0200-Load-Employees-Exit.

           Perform 0100-Sign-On
              thru 0100-Sign-On-Exit.

       0000-Initialization-Exit.
           Exit.

       0100-Sign-On.

           Display ' '.
           Display 'Purchasing and receiving'.
           Display 'Enter employee id:'.
           Accept WS-Signon-Id-In.
           Display 'Enter PIN:'.
           Accept WS-Signon-Pin-In.

           move 0 to WS-Found-Employee-Idx.

           perform varying Employee-Index from 1 by 1
                   until Employee-Index > WS-Employee-Entries
                      or WS-Found-Employee-Idx > 0
               if EMP-Id(Employee-Index) = WS-Signon-Id-In
                   set WS-Found-Employee-Idx to Employee-Index
               end-if
           end-perform.

           if WS-Found-Employee-Idx = 0
               Display 'Sign-on failed.'
               Set End-Processing-Requested to true
           else
               if EMP-Pin(WS-Found-Employee-Idx) not = WS-Signon-Pin-In
               or not EMP-Is-Active(WS-Found-Employee-Idx)
                   Display 'Sign-on failed.'
                   Set End-Processing-Requested to true
               else
                   move EMP-Id(WS-Found-Employee-Idx)   to WS-User-Id
                   move EMP-Name(WS-Found-Employee-Idx) to WS-User-Name
                   move EMP-Role(WS-Found-Employee-Idx) to WS-User-Role
                   Display 'Signed on: ' WS-User-Name
               end-if
           end-if.

       0100-Sign-On-Exit.
           Exit.

       0200-Load-Employees.

           move 0    to WS-Employee-Entries.
           move 0    to WS-Line-Num.
           move 'no' to Employee-EOF-Switch.

           open input Employee-File.

           if WS-Employee-Status not = '00'
               Display "Warning: cannot open employees.csv (status "
                   WS-Employee-Status ")."
           else
               read Employee-File
                 at end set No-More-Employees to true
               end-read

               perform until No-More-Employees
                          or WS-Employee-Entries not < 100

                   add 1 to WS-Line-Num

                   move spaces to WS-Emp-Id-In
                   move spaces to WS-Emp-Name-In
                   move spaces to WS-Emp-Pin-In
                   move spaces to WS-Emp-Role-In
                   move 'Y'    to WS-Emp-Active-In

                   Unstring Employee-File-Record
                     delimited by ","
                     into WS-Emp-Id-In
                          WS-Emp-Name-In
                          WS-Emp-Pin-In
                          WS-Emp-Role-In
                          WS-Emp-Active-In

                   if WS-Emp-Id-In = spaces
                   or WS-Emp-Pin-In = spaces
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: skipping malformed line "
                           WS-Line-Out " in employees.csv"
                   else
                       add 1 to WS-Employee-Entries
                       move WS-Emp-Id-In
                         to EMP-Id(WS-Employee-Entries)
                       move WS-Emp-Name-In
                         to EMP-Name(WS-Employee-Entries)
                       move WS-Emp-Pin-In
                         to EMP-Pin(WS-Employee-Entries)
                       move WS-Emp-Role-In
                         to EMP-Role(WS-Employee-Entries)
                       if WS-Emp-Active-In = 'N'
                           move 'N' to EMP-Active(WS-Employee-Entries)
                       else
                           move 'Y' to EMP-Active(WS-Employee-Entries)
                       end-if
                   end-if

                   read Employee-File
                     at end set No-More-Employees to true
                   end-read

               end-perform

               close Employee-File
           end-if.

       0200-Load-Employees-Exit.
           Exit.

       0300-Load-Menu-Items.

           move 0    to WS-Reorder-Entries.
           move 'no' to Menu-Item-EOF-Switch.

           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status ")."
           else
               read Menu-Item-File next record
                 at end set No-More-Menu-Items to true
               end-read

               perform until No-More-Menu-Items
                          or WS-Reorder-Entries not < 999

                   move spaces to WS-Menu-Name-In
                   move spaces to WS-Menu-Price-In
                   move spaces to WS-Menu-Active-In
                   move spaces to WS-Menu-Stock-In

                   Unstring Menu-Item-File-Record
                     delimited by ","
                     into WS-Menu-Name-In
                          WS-Menu-Price-In
                          WS-Menu-Active-In
                          WS-Menu-Stock-In

                   if WS-Menu-Name-In not = spaces
                       add 1 to WS-Reorder-Entries
                       set Reorder-Index to WS-Reorder-Entries

                       move WS-Menu-Name-In
                         to RO-Item-Name(Reorder-Index)
                       move 0 to RO-Sold(Reorder-Index)
                       move 0 to RO-On-Order(Reorder-Index)
                       move 0 to RO-Vendor-Sub(Reorder-Index)
                       move 0 to RO-Unit-Cost(Reorder-Index)
                       move 0 to RO-Suggest-Qty(Reorder-Index)

                       compute WS-Menu-Stock-Test =
                               function test-numval(WS-Menu-Stock-In)

                       if WS-Menu-Stock-In = spaces
                       or WS-Menu-Stock-Test not = 0
                           move 0 to RO-Stock(Reorder-Index)
                       else
                           compute RO-Stock(Reorder-Index) =
                                   function numval(WS-Menu-Stock-In)
                       end-if
                   end-if

                   read Menu-Item-File next record
                     at end set No-More-Menu-Items to true
                   end-read

               end-perform

               close Menu-Item-File
           end-if.

       0300-Load-Menu-Items-Exit.
           Exit.

       0400-Load-Vendors.

      *    vendors.csv holds two kinds of line:
      *      V,vendor id,vendor name,phone
      *      I,vendor id,menu item name,unit cost
      *    The I lines say who supplies an item and at what cost;
      *    an item with no I line is shown but never ordered.
           move 0    to WS-Vendor-Entries.
           move 0    to WS-Line-Num.
           move 'no' to Vendor-EOF-Switch.

           open input Vendor-File.

           if WS-Vendor-Status not = '00'
               Display "Warning: cannot open vendors.csv (status "
                   WS-Vendor-Status ")."
           else
               read Vendor-File
                 at end set No-More-Vendors to true
               end-read

               perform until No-More-Vendors

                   add 1 to WS-Line-Num

                   move spaces to WS-Vendor-Rec-Type-In
                   move spaces to WS-Vendor-Id-In
                   move spaces to WS-Vendor-Field3-In
                   move spaces to WS-Vendor-Field4-In

                   Unstring Vendor-File-Record
                     delimited by ","
                     into WS-Vendor-Rec-Type-In
                          WS-Vendor-Id-In
                          WS-Vendor-Field3-In
                          WS-Vendor-Field4-In

                   evaluate true
                       when WS-Vendor-Rec-Type-In = 'V'
                       and  WS-Vendor-Id-In not = spaces
                       and  WS-Vendor-Entries < 30
                           add 1 to WS-Vendor-Entries
                           move WS-Vendor-Id-In
                             to VN-Id(WS-Vendor-Entries)
                           move WS-Vendor-Field3-In
                             to VN-Name(WS-Vendor-Entries)
                           move WS-Vendor-Field4-In
                             to VN-Phone(WS-Vendor-Entries)

                       when WS-Vendor-Rec-Type-In = 'I'
                           Perform 0410-Map-Vendor-Item
                              thru 0410-Map-Vendor-Item-Exit

                       when other
                           move WS-Line-Num to WS-Line-Out
                           Display "Warning: skipping malformed line "
                               WS-Line-Out " in vendors.csv"
                   end-evaluate

                   read Vendor-File
                     at end set No-More-Vendors to true
                   end-read

               end-perform

               close Vendor-File
           end-if.

       0400-Load-Vendors-Exit.
           Exit.

       0410-Map-Vendor-Item.

           move 0 to WS-Found-Vendor-Idx.

           perform varying Vendor-Index from 1 by 1
                   until Vendor-Index > WS-Vendor-Entries
                      or WS-Found-Vendor-Idx > 0
               if VN-Id(Vendor-Index) = WS-Vendor-Id-In
                   set WS-Found-Vendor-Idx to Vendor-Index
               end-if
           end-perform.

           move WS-Vendor-Field3-In to WS-Lookup-Item-Name.
           Perform 0420-Find-Item
              thru 0420-Find-Item-Exit.

           compute WS-Vendor-Cost-Test =
                   function test-numval(WS-Vendor-Field4-In).

           move WS-Line-Num to WS-Line-Out.

           evaluate true
               when WS-Found-Vendor-Idx = 0
                   Display "Warning: line " WS-Line-Out
                       " of vendors.csv names an unknown vendor"
               when WS-Found-Item-Idx = 0
                   Display "Warning: line " WS-Line-Out
                       " of vendors.csv names an item not on the menu"
               when other
                   move WS-Found-Vendor-Idx
                     to RO-Vendor-Sub(WS-Found-Item-Idx)
                   if  WS-Vendor-Cost-Test = 0
                   and WS-Vendor-Field4-In not = spaces
                       compute RO-Unit-Cost(WS-Found-Item-Idx) =
                               function numval(WS-Vendor-Field4-In)
                   end-if
           end-evaluate.

       0410-Map-Vendor-Item-Exit.
           Exit.

       0420-Find-Item.

           move 0 to WS-Found-Item-Idx.

           perform varying Reorder-Index from 1 by 1
                   until Reorder-Index > WS-Reorder-Entries
                      or WS-Found-Item-Idx > 0
               if RO-Item-Name(Reorder-Index) = WS-Lookup-Item-Name
                   set WS-Found-Item-Idx to Reorder-Index
               end-if
           end-perform.

       0420-Find-Item-Exit.
           Exit.

       1000-Process.

           Display ' '.
           Display 'S-Suggest reorders / raise POs  L-List open POs'.
           Display 'R-Receive against a PO  X-Exit'.
           Accept WS-Menu-Choice.

           evaluate true
               when WS-Menu-Choice = 'S'
               or   WS-Menu-Choice = 's'
                   Perform 2100-Suggest-Reorders
                      thru 2100-Suggest-Reorders-Exit

               when WS-Menu-Choice = 'L'
               or   WS-Menu-Choice = 'l'
                   Perform 2200-List-Open-POs
                      thru 2200-List-Open-POs-Exit

               when WS-Menu-Choice = 'R'
               or   WS-Menu-Choice = 'r'
                   Perform 2300-Receive-PO
                      thru 2300-Receive-PO-Exit

               when WS-Menu-Choice = 'X'
               or   WS-Menu-Choice = 'x'
                   Set End-Processing-Requested to true

               when other
                   Display 'Please choose S, L, R, or X.'
           end-evaluate.

       1000-Process-Exit.
           Exit.

       2100-Suggest-Reorders.

           Display 'Days of sales history to use (Enter for 7):'.
           Accept WS-Qty-Text.
           Perform 2105-Get-Day-Count
              thru 2105-Get-Day-Count-Exit.
           move WS-Qty-Value to WS-History-Days.

           Display 'Days of stock to cover (Enter for 7):'.
           Accept WS-Qty-Text.
           Perform 2105-Get-Day-Count
              thru 2105-Get-Day-Count-Exit.
           move WS-Qty-Value to WS-Cover-Days.

      *    Reload every time so the figures reflect the registers'
      *    latest stock and any deliveries received since.
           Perform 0300-Load-Menu-Items
              thru 0300-Load-Menu-Items-Exit.

           Perform 0400-Load-Vendors
              thru 0400-Load-Vendors-Exit.

           Perform 2110-Accumulate-Sales
              thru 2110-Accumulate-Sales-Exit.

           Perform 2120-Accumulate-On-Order
              thru 2120-Accumulate-On-Order-Exit.

      *    Suggested quantity is the average daily sales over the
      *    history window times the days to cover, rounded up,
      *    less what is on hand and already on order.
           perform varying Reorder-Index from 1 by 1
                   until Reorder-Index > WS-Reorder-Entries

               move 0 to RO-Suggest-Qty(Reorder-Index)

               if RO-Sold(Reorder-Index) > 0
                   compute WS-Target-Qty =
                           (RO-Sold(Reorder-Index) * WS-Cover-Days
                            + WS-History-Days - 1)
                         / WS-History-Days
                   compute WS-Target-Qty = WS-Target-Qty
                         - RO-Stock(Reorder-Index)
                         - RO-On-Order(Reorder-Index)
                   if WS-Target-Qty > 0
                       move WS-Target-Qty
                         to RO-Suggest-Qty(Reorder-Index)
                   end-if
               end-if

           end-perform.

           Perform 2140-Show-Suggestions
              thru 2140-Show-Suggestions-Exit.

           if not User-Is-Manager
               Display 'Only a manager can raise purchase orders.'
           else
               Perform 2150-Adjust-Suggestions
                  thru 2150-Adjust-Suggestions-Exit

               Display 'Raise purchase orders for these quantities?'
                   ' (Y/N):'
               Accept WS-Confirm

               if WS-Confirm = 'Y' or WS-Confirm = 'y'
                   Perform 2160-Raise-Purchase-Orders
                      thru 2160-Raise-Purchase-Orders-Exit
               else
                   Display 'No purchase orders raised.'
               end-if
           end-if.

       2100-Suggest-Reorders-Exit.
           Exit.

       2105-Get-Day-Count.

           compute WS-Qty-Test = function test-numval(WS-Qty-Text).

           if WS-Qty-Text = spaces
           or WS-Qty-Test not = 0
               move 7 to WS-Qty-Value
           else
               compute WS-Qty-Value = function numval(WS-Qty-Text)
               if WS-Qty-Value < 1 or WS-Qty-Value > 365
                   move 7 to WS-Qty-Value
               end-if
           end-if.

       2105-Get-Day-Count-Exit.
           Exit.

       2110-Accumulate-Sales.

           Move function current-date to WS-Current-Timestamp.

           compute WS-Today-Day-Number =
                   function integer-of-date(
                       WS-Current-Year * 10000
                     + WS-Current-Month * 100
                     + WS-Current-Day).

           compute WS-First-Day-Number =
                   WS-Today-Day-Number - WS-History-Days + 1.

           move 'no' to Order-Trans-EOF-Switch.

           open input Order-Trans-File.

           if WS-Order-Trans-Status not = '00'
               Display "Warning: cannot open orderTrans.csv (status "
                   WS-Order-Trans-Status "); no sales history used."
           else
               read Order-Trans-File
                 at end set No-More-Trans to true
               end-read

               perform until No-More-Trans

                   move Order-Trans-File-Record to Order-Trans-Record

      *            Voids carry a negative quantity, so adding both
      *            sale and void lines nets out what was handed back.
      *            Comps are not sales but they use stock the same.
                   if OTR-Is-Sale or OTR-Is-Void or OTR-Is-Comp
                       Perform 2115-Add-Trans-Line
                          thru 2115-Add-Trans-Line-Exit
                   end-if

                   read Order-Trans-File
                     at end set No-More-Trans to true
                   end-read

               end-perform

               close Order-Trans-File
           end-if.

       2110-Accumulate-Sales-Exit.
           Exit.

       2115-Add-Trans-Line.

           compute WS-Date-Test-1 =
                   function test-numval(OTR-Order-Time(1:2)).
           compute WS-Date-Test-2 =
                   function test-numval(OTR-Order-Time(4:2)).
           compute WS-Date-Test-3 =
                   function test-numval(OTR-Order-Time(7:4)).

           if  WS-Date-Test-1 = 0
           and WS-Date-Test-2 = 0
           and WS-Date-Test-3 = 0

               compute WS-Trans-Month =
                       function numval(OTR-Order-Time(1:2))
               compute WS-Trans-Day =
                       function numval(OTR-Order-Time(4:2))
               compute WS-Trans-Year =
                       function numval(OTR-Order-Time(7:4))

               compute WS-Trans-Day-Number =
                       function integer-of-date(
                           WS-Trans-Year * 10000
                         + WS-Trans-Month * 100
                         + WS-Trans-Day)

               if  WS-Trans-Day-Number not < WS-First-Day-Number
               and WS-Trans-Day-Number not > WS-Today-Day-Number
                   move OTR-Item-Name to WS-Lookup-Item-Name
                   Perform 0420-Find-Item
                      thru 0420-Find-Item-Exit
                   if WS-Found-Item-Idx > 0
                       add OTR-Quantity
                         to RO-Sold(WS-Found-Item-Idx)
                   end-if
               end-if
           end-if.

       2115-Add-Trans-Line-Exit.
           Exit.

       2120-Accumulate-On-Order.

      *    What is still due in on open purchase orders counts
      *    toward cover, so a reorder is not raised twice while the
      *    first delivery is on its way. The same pass finds the
      *    last PO number used.
           move 0    to WS-Last-PO-Number.
           move 'no' to WS-Receive-Open-Switch.
           move 'no' to PO-EOF-Switch.

           open input PO-File.

           if WS-PO-Status = '00'

               read PO-File
                 at end set No-More-PO-Lines to true
               end-read

               perform until No-More-PO-Lines

                   if PO-File-Record(1:1) = 'H'
                       move PO-File-Record to PO-Header
                       if POH-PO-Number > WS-Last-PO-Number
                           move POH-PO-Number to WS-Last-PO-Number
                       end-if
                       if POH-Is-Open
                           move 'yes' to WS-Receive-Open-Switch
                       else
                           move 'no'  to WS-Receive-Open-Switch
                       end-if
                   end-if

                   if  PO-File-Record(1:1) = 'D'
                   and Receive-PO-Is-Open
                       move PO-File-Record to PO-Detail
                       move POD-Item-Name to WS-Lookup-Item-Name
                       Perform 0420-Find-Item
                          thru 0420-Find-Item-Exit
                       if  WS-Found-Item-Idx > 0
                       and POD-Qty-Ordered > POD-Qty-Received
                           compute RO-On-Order(WS-Found-Item-Idx) =
                                   RO-On-Order(WS-Found-Item-Idx)
                                 + POD-Qty-Ordered
                                 - POD-Qty-Received
                       end-if
                   end-if

                   read PO-File
                     at end set No-More-PO-Lines to true
                   end-read

               end-perform

               close PO-File
           end-if.

       2120-Accumulate-On-Order-Exit.
           Exit.

       2140-Show-Suggestions.

           Display WS-Separator-Line.
           Display 'Reorder suggestions'.
           Display WS-Separator-Line.
           Display '    Item                 Vendor   On hand    Sold'
               '  On ord  Suggest     Cost'.
           Display WS-Separator-Line.

           perform varying Reorder-Index from 1 by 1
                   until Reorder-Index > WS-Reorder-Entries

               set SGL-Line-No to Reorder-Index
               move RO-Item-Name(Reorder-Index)   to SGL-Item-Name
               move RO-Stock(Reorder-Index)       to SGL-Stock
               move RO-Sold(Reorder-Index)        to SGL-Sold
               move RO-On-Order(Reorder-Index)    to SGL-On-Order
               move RO-Suggest-Qty(Reorder-Index) to SGL-Suggest
               move RO-Unit-Cost(Reorder-Index)   to SGL-Unit-Cost

               if RO-Vendor-Sub(Reorder-Index) > 0
                   move VN-Id(RO-Vendor-Sub(Reorder-Index))
                     to SGL-Vendor-Id
               else
                   move '(none)' to SGL-Vendor-Id
               end-if

               Display Suggestion-Line

           end-perform.

           Display WS-Separator-Line.

       2140-Show-Suggestions-Exit.
           Exit.

       2150-Adjust-Suggestions.

           move 99 to WS-Pick-Line.

           perform until WS-Pick-Line = 0

               Display 'Line number to change (Enter when done):'
               Accept WS-Qty-Text

               compute WS-Qty-Test = function test-numval(WS-Qty-Text)

               if WS-Qty-Text = spaces
               or WS-Qty-Test not = 0
                   move 0 to WS-Pick-Line
               else
                   compute WS-Pick-Line = function numval(WS-Qty-Text)
               end-if

               if WS-Pick-Line > WS-Reorder-Entries
                   Display 'No such line.'
               else
                   if WS-Pick-Line > 0
                       Perform 2155-Change-One-Quantity
                          thru 2155-Change-One-Quantity-Exit
                   end-if
               end-if

           end-perform.

       2150-Adjust-Suggestions-Exit.
           Exit.

       2155-Change-One-Quantity.

           if RO-Vendor-Sub(WS-Pick-Line) = 0
               Display 'No vendor on file for '
                   function trim(RO-Item-Name(WS-Pick-Line))
                   '; add an I line to vendors.csv first.'
           else
               Display 'Quantity to order for '
                   function trim(RO-Item-Name(WS-Pick-Line)) ':'
               Accept WS-Qty-Text

               compute WS-Qty-Test = function test-numval(WS-Qty-Text)

               if WS-Qty-Text = spaces
               or WS-Qty-Test not = 0
                   Display 'Quantity must be a valid number.'
               else
                   compute WS-Qty-Value = function numval(WS-Qty-Text)
                   if WS-Qty-Value < 0 or WS-Qty-Value > 99999
                       Display 'Quantity must be 0 to 99999.'
                   else
                       move WS-Qty-Value
                         to RO-Suggest-Qty(WS-Pick-Line)
                       move WS-Qty-Value to WS-Qty-Out
                       Display 'Quantity set to ' WS-Qty-Out
                   end-if
               end-if
           end-if.

       2155-Change-One-Quantity-Exit.
           Exit.

       2160-Raise-Purchase-Orders.

      *    One purchase order per vendor with anything to order.
           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           open extend PO-File.

           if WS-PO-Status not = '00'
               open output PO-File
           end-if.

           perform varying Vendor-Index from 1 by 1
                   until Vendor-Index > WS-Vendor-Entries

               move 0 to WS-Vendor-Line-Count

               perform varying Reorder-Index from 1 by 1
                       until Reorder-Index > WS-Reorder-Entries
                   if  RO-Vendor-Sub(Reorder-Index) = Vendor-Index
                   and RO-Suggest-Qty(Reorder-Index) > 0
                       add 1 to WS-Vendor-Line-Count
                   end-if
               end-perform

               if WS-Vendor-Line-Count > 0
                   Perform 2165-Write-Vendor-PO
                      thru 2165-Write-Vendor-PO-Exit
               end-if

           end-perform.

           close PO-File.

       2160-Raise-Purchase-Orders-Exit.
           Exit.

       2165-Write-Vendor-PO.

           move 1 to WS-PO-Scan-Start.

           perform until WS-Vendor-Line-Count = 0
               Perform 2167-Write-One-PO
                  thru 2167-Write-One-PO-Exit
           end-perform.

       2165-Write-Vendor-PO-Exit.
           Exit.

       2167-Write-One-PO.

           add 1 to WS-Last-PO-Number.

           if WS-Vendor-Line-Count > WS-PO-Max-Lines
               move WS-PO-Max-Lines      to WS-PO-Lines-This-PO
           else
               move WS-Vendor-Line-Count to WS-PO-Lines-This-PO
           end-if.

           move 'H'                 to POH-Record-Type.
           move WS-Last-PO-Number   to POH-PO-Number.
           move VN-Id(Vendor-Index) to POH-Vendor-Id.
           move WS-Order-Time       to POH-Created-Time.
           set  POH-Is-Open         to true.
           move WS-User-Id          to POH-Created-By.
           move WS-PO-Lines-This-PO to POH-Line-Count.

           write PO-File-Record from PO-Header.

           move 0 to WS-PO-Line-Count.

      *    Pick up the vendor's lines where the previous PO for
      *    them stopped.
           perform varying Reorder-Index from WS-PO-Scan-Start by 1
                   until Reorder-Index > WS-Reorder-Entries
                      or WS-PO-Line-Count = WS-PO-Lines-This-PO

               if  RO-Vendor-Sub(Reorder-Index) = Vendor-Index
               and RO-Suggest-Qty(Reorder-Index) > 0
                   add 1 to WS-PO-Line-Count
                   move 'D'               to POD-Record-Type
                   move WS-Last-PO-Number to POD-PO-Number
                   move WS-PO-Line-Count  to POD-Line-No
                   move RO-Item-Name(Reorder-Index)
                     to POD-Item-Name
                   move RO-Suggest-Qty(Reorder-Index)
                     to POD-Qty-Ordered
                   move RO-Unit-Cost(Reorder-Index)
                     to POD-Unit-Cost
                   move 0                 to POD-Qty-Received
                   write PO-File-Record from PO-Detail
               end-if

           end-perform.

           set WS-PO-Scan-Start to Reorder-Index.
           subtract WS-PO-Line-Count from WS-Vendor-Line-Count.

           move WS-Last-PO-Number to WS-PO-Number-Out.
           Display 'PO ' WS-PO-Number-Out ' raised for '
               function trim(VN-Name(Vendor-Index)) ', '
               WS-PO-Line-Count ' line(s).'.

       2167-Write-One-PO-Exit.
           Exit.

       2200-List-Open-POs.

           Display WS-Separator-Line.
           Display 'Open purchase orders'.
           Display WS-Separator-Line.

           move 'no' to WS-Receive-Open-Switch.
           move 'no' to PO-EOF-Switch.

           open input PO-File.

           if WS-PO-Status not = '00'
               Display 'No purchase orders on file yet.'
           else
               read PO-File
                 at end set No-More-PO-Lines to true
               end-read

               perform until No-More-PO-Lines

                   if PO-File-Record(1:1) = 'H'
                       move PO-File-Record to PO-Header
                       if POH-Is-Open
                           move 'yes' to WS-Receive-Open-Switch
                           Display 'PO ' POH-PO-Number '  vendor '
                               POH-Vendor-Id '  raised '
                               POH-Created-Time ' by '
                               POH-Created-By
                       else
                           move 'no' to WS-Receive-Open-Switch
                       end-if
                   end-if

                   if  PO-File-Record(1:1) = 'D'
                   and Receive-PO-Is-Open
                       move PO-File-Record   to PO-Detail
                       move POD-Line-No      to PLL-Line-No
                       move POD-Item-Name    to PLL-Item-Name
                       move POD-Qty-Ordered  to PLL-Qty-Ordered
                       move POD-Qty-Received to PLL-Qty-Received
                       move POD-Unit-Cost    to PLL-Unit-Cost
                       move spaces           to PLL-Flag
                       Display PO-List-Line
                   end-if

                   read PO-File
                     at end set No-More-PO-Lines to true
                   end-read

               end-perform

               close PO-File
           end-if.

           Display WS-Separator-Line.

       2200-List-Open-POs-Exit.
           Exit.

       2300-Receive-PO.

           Display 'Enter PO number to receive against:'.
           Accept WS-Qty-Text.

           compute WS-Qty-Test = function test-numval(WS-Qty-Text).

           if WS-Qty-Text = spaces
           or WS-Qty-Test not = 0
               Display 'PO number must be a valid number.'
           else
               compute WS-Receive-PO-Number =
                       function numval(WS-Qty-Text)

               Perform 2310-Load-PO
                  thru 2310-Load-PO-Exit

               evaluate true
                   when not Receive-PO-Found
                       Display 'No such purchase order.'
                   when not Receive-PO-Is-Open
                       Display 'That purchase order is already closed.'
                   when WS-PO-Line-Entries = 0
                       Display 'That purchase order has no lines.'
                   when PO-Has-Too-Many-Lines
                       Display 'Warning: that purchase order has more'
                           ' than 50 lines and cannot be received here.'
                   when other
                       Perform 2320-Enter-Receipt
                          thru 2320-Enter-Receipt-Exit
               end-evaluate
           end-if.

       2300-Receive-PO-Exit.
           Exit.

       2310-Load-PO.

           move 'no' to WS-Receive-Found-Switch.
           move 'no' to WS-Receive-Open-Switch.
           move 0    to WS-PO-Line-Entries.
           move 'no' to WS-PO-Overflow-Switch.
           move 'no' to PO-EOF-Switch.

           open input PO-File.

           if WS-PO-Status = '00'

               read PO-File
                 at end set No-More-PO-Lines to true
               end-read

               perform until No-More-PO-Lines

                   if PO-File-Record(1:1) = 'H'
                       move PO-File-Record to PO-Header
                       if POH-PO-Number = WS-Receive-PO-Number
                           move 'yes' to WS-Receive-Found-Switch
                           move POH-Vendor-Id to WS-Receive-Vendor-Id
                           if POH-Is-Open
                               move 'yes' to WS-Receive-Open-Switch
                           end-if
                       end-if
                   end-if

                   if PO-File-Record(1:1) = 'D'
                       move PO-File-Record to PO-Detail
      *                A PO longer than the table cannot be
      *                received here without dropping lines.
                       if  POD-PO-Number = WS-Receive-PO-Number
                       and WS-PO-Line-Entries not < WS-PO-Max-Lines
                           set PO-Has-Too-Many-Lines to true
                       end-if
                       if  POD-PO-Number = WS-Receive-PO-Number
                       and WS-PO-Line-Entries < WS-PO-Max-Lines
                           add 1 to WS-PO-Line-Entries
                           set PO-Line-Index to WS-PO-Line-Entries
                           move POD-Line-No
                             to PL-Line-No(PO-Line-Index)
                           move POD-Item-Name
                             to PL-Item-Name(PO-Line-Index)
                           move POD-Qty-Ordered
                             to PL-Qty-Ordered(PO-Line-Index)
                           move POD-Unit-Cost
                             to PL-Unit-Cost(PO-Line-Index)
                           move POD-Qty-Received
                             to PL-Qty-Received(PO-Line-Index)
                           move 0 to PL-Rcv-Qty(PO-Line-Index)
                           move POD-Unit-Cost
                             to PL-Rcv-Cost(PO-Line-Index)
                           move spaces to PL-Flag(PO-Line-Index)
                       end-if
                   end-if

                   read PO-File
                     at end set No-More-PO-Lines to true
                   end-read

               end-perform

               close PO-File
           end-if.

       2310-Load-PO-Exit.
           Exit.

       2320-Enter-Receipt.

           Display 'Receiving PO ' WS-Receive-PO-Number
               ' from vendor ' WS-Receive-Vendor-Id.
           Display 'For each line enter the quantity actually'
               ' delivered and its unit cost.'.

           perform varying PO-Line-Index from 1 by 1
                   until PO-Line-Index > WS-PO-Line-Entries

               Perform 2325-Enter-Receipt-Line
                  thru 2325-Enter-Receipt-Line-Exit

           end-perform.

      *    Show the delivery against the order before anything is
      *    posted, with shorts and overs flagged.
           move 'yes' to WS-PO-All-Filled-Switch.
           move 0     to WS-Receipt-Cost-Total.

           Display WS-Separator-Line.
           Display '    Ln Item                 Ordered  Recv''d'
               '     Cost  Flag'.
           Display WS-Separator-Line.

           perform varying PO-Line-Index from 1 by 1
                   until PO-Line-Index > WS-PO-Line-Entries

               compute WS-Cumulative-Qty =
                       PL-Qty-Received(PO-Line-Index)
                     + PL-Rcv-Qty(PO-Line-Index)

               evaluate true
                   when WS-Cumulative-Qty
                      < PL-Qty-Ordered(PO-Line-Index)
                       move 'SHORT' to PL-Flag(PO-Line-Index)
                       move 'no'    to WS-PO-All-Filled-Switch
                   when WS-Cumulative-Qty
                      > PL-Qty-Ordered(PO-Line-Index)
                       move 'OVER'  to PL-Flag(PO-Line-Index)
                   when other
                       move 'OK'    to PL-Flag(PO-Line-Index)
               end-evaluate

               compute WS-Receipt-Cost-Total =
                       WS-Receipt-Cost-Total
                     + PL-Rcv-Qty(PO-Line-Index)
                     * PL-Rcv-Cost(PO-Line-Index)

               move PL-Line-No(PO-Line-Index)   to PLL-Line-No
               move PL-Item-Name(PO-Line-Index) to PLL-Item-Name
               move PL-Qty-Ordered(PO-Line-Index)
                 to PLL-Qty-Ordered
               move WS-Cumulative-Qty           to PLL-Qty-Received
               move PL-Rcv-Cost(PO-Line-Index)  to PLL-Unit-Cost
               move PL-Flag(PO-Line-Index)      to PLL-Flag
               Display PO-List-Line

           end-perform.

           Display WS-Separator-Line.
           move WS-Receipt-Cost-Total to WS-Total-Out.
           Display 'Cost of this delivery: ' WS-Total-Out.

           Display 'Post this delivery to stock? (Y/N):'.
           Accept WS-Confirm.

           if WS-Confirm not = 'Y' and WS-Confirm not = 'y'
               Display 'Nothing posted.'
           else
               move 'C' to WS-PO-New-Status

               if not PO-All-Filled
                   Display 'Some lines came in short. Keep the PO'
                       ' open for the balance? (Y/N):'
                   Accept WS-Confirm
                   if WS-Confirm = 'Y' or WS-Confirm = 'y'
                       move 'O' to WS-PO-New-Status
                   end-if
               end-if

               Perform 2330-Post-Stock
                  thru 2330-Post-Stock-Exit

               if not Stock-File-Opened
                   Display 'Nothing posted; the delivery can be'
                       ' received again.'
               else
                   if WS-Lines-Not-Posted > 0
                       move 'O' to WS-PO-New-Status
                       Display 'Warning: some lines did not post to'
                           ' stock; they stay due on the PO.'
                   end-if

                   Perform 2340-Rewrite-PO
                      thru 2340-Rewrite-PO-Exit

                   Perform 2350-Log-Receipt
                      thru 2350-Log-Receipt-Exit

                   if WS-PO-New-Status = 'C'
                       Display 'Delivery posted; PO closed.'
                   else
                       Display 'Delivery posted; PO left open for'
                           ' the balance.'
                   end-if
               end-if
           end-if.

       2320-Enter-Receipt-Exit.
           Exit.

       2325-Enter-Receipt-Line.

           compute WS-Remaining-Qty =
                   PL-Qty-Ordered(PO-Line-Index)
                 - PL-Qty-Received(PO-Line-Index).

           if WS-Remaining-Qty < 0
               move 0 to WS-Remaining-Qty
           end-if.

           move WS-Remaining-Qty to WS-Qty-Out.
           move PL-Unit-Cost(PO-Line-Index) to WS-Cost-Out.

           Display ' '.
           Display function trim(PL-Item-Name(PO-Line-Index))
               ' - due ' WS-Qty-Out ' at ' WS-Cost-Out.

           move -1 to PL-Rcv-Qty(PO-Line-Index).

           perform until PL-Rcv-Qty(PO-Line-Index) not < 0

               Display 'Quantity received (Enter = ' WS-Qty-Out '):'
               Accept WS-Qty-Text

               compute WS-Qty-Test = function test-numval(WS-Qty-Text)

               evaluate true
                   when WS-Qty-Text = spaces
                       move WS-Remaining-Qty
                         to PL-Rcv-Qty(PO-Line-Index)
                   when WS-Qty-Test not = 0
                       Display 'Quantity must be a valid number.'
                   when other
                       compute WS-Qty-Value =
                               function numval(WS-Qty-Text)
                       if WS-Qty-Value < 0 or WS-Qty-Value > 99999
                           Display 'Quantity must be 0 to 99999.'
                       else
                           move WS-Qty-Value
                             to PL-Rcv-Qty(PO-Line-Index)
                       end-if
               end-evaluate

           end-perform.

           if PL-Rcv-Qty(PO-Line-Index) > 0

               Display 'Unit cost (Enter = ' WS-Cost-Out '):'
               Accept WS-Cost-Text

               compute WS-Cost-Test = function test-numval(WS-Cost-Text)

               if  WS-Cost-Text not = spaces
               and WS-Cost-Test = 0
                   compute PL-Rcv-Cost(PO-Line-Index) =
                           function numval(WS-Cost-Text)
                   if PL-Rcv-Cost(PO-Line-Index) < 0
                       move PL-Unit-Cost(PO-Line-Index)
                         to PL-Rcv-Cost(PO-Line-Index)
                   end-if
               else
                   if WS-Cost-Text not = spaces
                       Display 'Not a valid cost; PO cost used.'
                   end-if
               end-if
           end-if.

       2325-Enter-Receipt-Line-Exit.
           Exit.

       2330-Post-Stock.

      *    Add what came in to each item's stock on hand. Each item
      *    is read under a record lock, updated and released at once,
      *    so sales the registers post meanwhile are not lost.
           move 'no' to WS-Stock-File-Switch.
           move 0    to WS-Lines-Not-Posted.

           open i-o Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status "); stock not updated."
           else
               set Stock-File-Opened to true
               perform varying PO-Line-Index from 1 by 1
                       until PO-Line-Index > WS-PO-Line-Entries
                   if PL-Rcv-Qty(PO-Line-Index) not = 0
                       Perform 2335-Post-One-Menu-Item
                          thru 2335-Post-One-Menu-Item-Exit
                   end-if
               end-perform

               close Menu-Item-File
           end-if.

       2330-Post-Stock-Exit.
           Exit.

       2335-Post-One-Menu-Item.

           move space to WS-Menu-Lock-Switch.

           perform until Menu-Item-Locked
                      or Menu-Item-Lock-Given-Up

               move PL-Item-Name(PO-Line-Index) to MIF-Item-Name
               read Menu-Item-File into Menu-Item-Record
                 with lock
                 invalid key continue
               end-read

               evaluate WS-Menu-Item-Status
                   when '00'
                       set Menu-Item-Locked to true
                   when '23'
                       Display 'Warning: '
                           function trim(PL-Item-Name(PO-Line-Index))
                           ' is not in cafeItems.dat; stock not'
                           ' posted.'
                       set Menu-Item-Lock-Given-Up to true
                   when '51'
                       Display
                           function trim(PL-Item-Name(PO-Line-Index))
                           ' is being updated on a register.'
                       Display 'Press Enter to try again.'
                       Accept WS-Lock-Retry-Response
                   when other
                       Display 'Warning: cannot read cafeItems.dat'
                           ' (status ' WS-Menu-Item-Status ') for '
                           function trim(PL-Item-Name(PO-Line-Index))
                           '; stock not posted.'
                       set Menu-Item-Lock-Given-Up to true
               end-evaluate

           end-perform.

           if not Menu-Item-Locked
               Perform 2338-Mark-Not-Posted
                  thru 2338-Mark-Not-Posted-Exit
           else

               move MIR-Stock-On-Hand to WS-Old-Stock

               compute WS-Menu-Stock-Value =
                       MIR-Stock-On-Hand + PL-Rcv-Qty(PO-Line-Index)

               if WS-Menu-Stock-Value > 99999
                   move 99999 to WS-Menu-Stock-Value
               end-if

               if WS-Menu-Stock-Value < 0
                   move 0 to WS-Menu-Stock-Value
               end-if

               move WS-Menu-Stock-Value to MIR-Stock-On-Hand

      *        Same rule as a restock at the register: an item
      *        with stock again goes back on sale.
               if WS-Menu-Stock-Value > 0
                   move 'Y' to MIR-Item-Active
               end-if

               Perform 2336-Cost-Into-Stock
                  thru 2336-Cost-Into-Stock-Exit

               rewrite Menu-Item-File-Record from Menu-Item-Record
                 invalid key continue
               end-rewrite

               if WS-Menu-Item-Status not = '00'
                   Display 'Warning: cafeItems.dat update failed'
                       ' (status ' WS-Menu-Item-Status ') for '
                       function trim(MIR-Item-Name)
                   Perform 2338-Mark-Not-Posted
                      thru 2338-Mark-Not-Posted-Exit
               else
                   move PL-Rcv-Qty(PO-Line-Index) to WS-Qty-Out
                   Display 'Stock for ' function trim(MIR-Item-Name)
                       ' up ' WS-Qty-Out ' to ' MIR-Stock-On-Hand
               end-if

               unlock Menu-Item-File

           end-if.

       2335-Post-One-Menu-Item-Exit.
           Exit.

       2336-Cost-Into-Stock.

      *    Average the delivery's cost in with the stock already on
      *    hand. With nothing on hand, or no usable cost on file, the
      *    delivery's cost simply becomes the item's cost.
           compute WS-Old-Cost-Test =
                   function test-numval(MIR-Unit-Cost).

           if  WS-Old-Cost-Test = 0
           and MIR-Unit-Cost not = spaces
               compute WS-Old-Cost = function numval(MIR-Unit-Cost)
           else
               move 0 to WS-Old-Cost
               move 0 to WS-Old-Stock
           end-if.

           if WS-Old-Stock > 0
               compute WS-New-Cost rounded =
                     ( WS-Old-Stock * WS-Old-Cost
                     + PL-Rcv-Qty(PO-Line-Index)
                     * PL-Rcv-Cost(PO-Line-Index) )
                     / ( WS-Old-Stock + PL-Rcv-Qty(PO-Line-Index) )
           else
               move PL-Rcv-Cost(PO-Line-Index) to WS-New-Cost
           end-if.

           if WS-New-Cost > 9999.99
               move 9999.99 to WS-New-Cost
           end-if.

           if WS-New-Cost < 0
               move 0 to WS-New-Cost
           end-if.

           move WS-New-Cost to MIR-Unit-Cost.

       2336-Cost-Into-Stock-Exit.
           Exit.

       2338-Mark-Not-Posted.

      *    Nothing is received against a line that missed stock, so
      *    the PO still shows it due and it can be received again.
           move 0       to PL-Rcv-Qty(PO-Line-Index).
           move 'NOPST' to PL-Flag(PO-Line-Index).
           add 1 to WS-Lines-Not-Posted.

       2338-Mark-Not-Posted-Exit.
           Exit.

       2340-Rewrite-PO.

      *    Stream the PO file through a work file with this PO's
      *    header status and line received quantities brought up to
      *    date, then copy it back.
           move 'no' to PO-EOF-Switch.

           open input PO-File.

           if WS-PO-Status not = '00'
               Display "Warning: cannot open purchaseOrders.csv"
                   " (status " WS-PO-Status "); PO not updated."
           else
               open output PO-Work-File

               read PO-File
                 at end set No-More-PO-Lines to true
               end-read

               perform until No-More-PO-Lines

                   evaluate true
                       when PO-File-Record(1:1) = 'H'
                           move PO-File-Record to PO-Header
                           if POH-PO-Number = WS-Receive-PO-Number
                               move WS-PO-New-Status to POH-Status
                           end-if
                           write PO-Work-Record from PO-Header

                       when PO-File-Record(1:1) = 'D'
                           move PO-File-Record to PO-Detail
                           if POD-PO-Number = WS-Receive-PO-Number
                               Perform 2345-Update-PO-Detail
                                  thru 2345-Update-PO-Detail-Exit
                           end-if
                           write PO-Work-Record from PO-Detail

                       when other
                           write PO-Work-Record from PO-File-Record
                   end-evaluate

                   read PO-File
                     at end set No-More-PO-Lines to true
                   end-read

               end-perform

               close PO-File
               close PO-Work-File

               Perform 3200-Copy-Work-To-PO
                  thru 3200-Copy-Work-To-PO-Exit
           end-if.

       2340-Rewrite-PO-Exit.
           Exit.

       2345-Update-PO-Detail.

           perform varying PO-Line-Index from 1 by 1
                   until PO-Line-Index > WS-PO-Line-Entries
               if PL-Line-No(PO-Line-Index) = POD-Line-No
                   compute WS-Cumulative-Qty =
                           POD-Qty-Received
                         + PL-Rcv-Qty(PO-Line-Index)
                   if WS-Cumulative-Qty > 99999
                       move 99999 to WS-Cumulative-Qty
                   end-if
                   move WS-Cumulative-Qty to POD-Qty-Received
               end-if
           end-perform.

       2345-Update-PO-Detail-Exit.
           Exit.

       2350-Log-Receipt.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           open extend Receiving-Log-File.

           if WS-Receiving-Log-Status not = '00'
               open output Receiving-Log-File
           end-if.

      *    A line that missed stock was not received after all.
           perform varying PO-Line-Index from 1 by 1
                   until PO-Line-Index > WS-PO-Line-Entries

               if PL-Flag(PO-Line-Index) not = 'NOPST'

                   move WS-Order-Time        to RCV-Received-Time
                   move WS-Receive-PO-Number to RCV-PO-Number
                   move WS-Receive-Vendor-Id to RCV-Vendor-Id
                   move PL-Item-Name(PO-Line-Index)
                     to RCV-Item-Name
                   move PL-Qty-Ordered(PO-Line-Index)
                     to RCV-Qty-Ordered
                   move PL-Rcv-Qty(PO-Line-Index)
                     to RCV-Qty-Received
                   move PL-Rcv-Cost(PO-Line-Index)
                     to RCV-Unit-Cost
                   compute RCV-Extended-Cost =
                           PL-Rcv-Qty(PO-Line-Index)
                         * PL-Rcv-Cost(PO-Line-Index)
                   move PL-Flag(PO-Line-Index)  to RCV-Flag
                   move WS-User-Id              to RCV-Received-By

                   write Receiving-Log-File-Record
                     from Receiving-Log-Record

               end-if

           end-perform.

           close Receiving-Log-File.

       2350-Log-Receipt-Exit.
           Exit.

       3200-Copy-Work-To-PO.

           move 'no' to PO-Work-EOF-Switch.

           open input PO-Work-File.
           open output PO-File.

           read PO-Work-File
             at end set No-More-PO-Work to true
           end-read.

           perform until No-More-PO-Work

               write PO-File-Record from PO-Work-Record

               read PO-Work-File
                 at end set No-More-PO-Work to true
               end-read

           end-perform.

           close PO-Work-File.
           close PO-File.

       3200-Copy-Work-To-PO-Exit.
           Exit.

       8000-Set-Order-Time.

           Move function current-date to WS-Current-Timestamp.
           Move WS-Current-Month  to Order-Month.
           Move WS-Current-Day    to Order-Day.
           Move WS-Current-Year   to Order-Year.
           Move WS-Current-Hour   to Order-Hour.
           Move WS-Current-Minute to Order-Minute.
           Move WS-Current-Second to Order-Second.

       8000-Set-Order-Time-Exit.
           Exit.

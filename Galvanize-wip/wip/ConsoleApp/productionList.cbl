       Identification Division.
       program-id. productionList.

       Environment Division.
       input-output section.
       file-control.

       select Advance-Order-File
              assign to "advanceOrders.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Advance-Order-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is sequential
              record key is MIF-Item-Name
              file status is WS-Menu-Item-Status.

       select Close-Date-File
              assign to "closeDate.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Close-Date-Status.

       Data Division.

       File Section.

        FD Advance-Order-File
           record contains 200.

        01 Advance-Order-File-Record  pic x(200).

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Close-Date-File
           record contains 8.

        01 Close-Date-File-Record  pic x(8).

       working-storage section.

       01  WS-Advance-Order-Status  pic xx.
       01  WS-Menu-Item-Status      pic xx.
       01  WS-Close-Date-Status     pic xx.
       01  WS-Close-Date-Found      pic x(1) value 'N'.

       01  Close-Date-Record.
           05 CDR-Month             pic 99.
           05 CDR-Day               pic 99.
           05 CDR-Year              pic 9999.

       01  Advance-Order-EOF-Switch pic x(3) value 'no'.
           88 No-More-Advance-Lines value 'yes'.

       01  Menu-Item-EOF-Switch pic x(3) value 'no'.
           88 No-More-Menu-Items    value 'yes'.

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
           05 filler                pic x(128).

       01  Advance-Order-Detail.
           05 AOD-Record-Type       pic x(1).
           05 filler                pic x(1).
           05 AOD-Advance-No        pic 9(6).
           05 filler                pic x(1).
           05 AOD-Item-Name         pic x(20).
           05 filler                pic x(1).
           05 AOD-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1).
           05 AOD-Item-Price        pic s9(6)v99 sign leading separate.
           05 AOD-Modifiers occurs 3 times.
              10 filler             pic x(1).
              10 AOD-Mod-Code       pic x(6).
              10 filler             pic x(1).
              10 AOD-Mod-Price      pic s9(3)v99 sign leading separate.
           05 filler                pic x(114).

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Category-In      pic x(10).

      *    Item to station - the same routing the registers use for
      *    prep tickets.
       01  Station-Table.
           05 Station-Entry occurs 999 times
                            indexed by Station-Index.
               10 ST-Item-Name      pic x(20).
               10 ST-Station        pic x(8).
       01  WS-Station-Entries       pic s9(4) comp value 0.

       01  Station-Names.
           05 filler                pic x(8) value 'Barista'.
           05 filler                pic x(8) value 'Counter'.
           05 filler                pic x(8) value 'Kitchen'.
       01  Station-Name-Table redefines Station-Names.
           05 Station-Name          pic x(8) occurs 3 times.
       01  WS-Station-Sub           pic s9(4) comp.

       01  Production-Table.
           05 Production-Entry occurs 150 times
                               indexed by Prod-Index.
               10 PT-Item-Name      pic x(20).
               10 PT-Station        pic x(8).
               10 PT-Quantity       pic s9(7) comp.
               10 PT-Order-Count    pic s9(5) comp.
               10 PT-Last-Advance   pic 9(6).
       01  WS-Prod-Entries          pic s9(4) comp value 0.
       01  WS-Found-Prod-Idx        pic s9(4) comp value 0.
       01  WS-Prod-Full-Switch      pic x(1) value 'N'.
       01  WS-Line-Station          pic x(8).

       01  WS-Production-Text       pic x(10).
       01  WS-Date-Test             pic s9(4) comp.
       01  WS-Production-YYYYMMDD   pic 9(8) value 0.
       01  WS-Production-Day-Number pic s9(9) comp.
       01  WS-Dates-Valid-Switch    pic x(3) value 'no'.
           88 Dates-Are-Valid       value 'yes'.

      *    A header for the production date opens a booking; its
      *    D lines follow it directly in the file.
       01  WS-In-Scope-Switch       pic x(3) value 'no'.
           88 Booking-In-Scope      value 'yes'.
       01  WS-Scope-Advance-No      pic 9(6) value 0.

       01  WS-Order-Count           pic s9(5) comp value 0.
       01  WS-Station-Qty           pic s9(7) comp.
       01  WS-Total-Qty             pic s9(7) comp value 0.
       01  WS-Mod-Slot              pic s9(4) comp.
       01  WS-Mod-Text              pic x(30).
       01  WS-Mod-Pointer           pic s9(4) comp.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Production List - Advance Orders'.

       01  WS-Production-Date-Out   pic 9999/99/99.
       01  WS-Count-Out             pic zzzz9.

       01  Production-Item-Line.
           05 PIL-Station           pic x(8).
           05 filler                pic x(2) value spaces.
           05 PIL-Item-Name         pic x(20).
           05 filler                pic x(2) value spaces.
           05 PIL-Quantity          pic z(6)9.
           05 filler                pic x(4) value spaces.
           05 PIL-Order-Count       pic zzzz9 blank when zero.

       01  Production-Order-Line.
           05 POL-Advance-No        pic 9(6).
           05 filler                pic x(2) value spaces.
           05 POL-Pickup-Time       pic x(5).
           05 filler                pic x(2) value spaces.
           05 POL-Customer-Name     pic x(25).
           05 filler                pic x(2) value spaces.
           05 POL-Contact           pic x(20).

       01  Production-Order-Item-Line.
           05 filler                pic x(8) value spaces.
           05 POI-Quantity          pic zz9.
           05 filler                pic x(3) value ' x '.
           05 POI-Item-Name         pic x(20).
           05 filler                pic x(1) value spaces.
           05 POI-Mod-Text          pic x(30).

       Procedure Division.

           Perform 0100-Get-Production-Date
              thru 0100-Get-Production-Date-Exit.

           if Dates-Are-Valid
               Perform 0500-Load-Stations
                  thru 0500-Load-Stations-Exit

               Perform 1000-Total-Production
                  thru 1000-Total-Production-Exit

               Perform 2000-Print-Report
                  thru 2000-Print-Report-Exit
           end-if.

           Goback.

       0100-Get-Production-Date.

      *    Run from day-close, the list is for the day after the
      *    business date being closed.
           move 'N'    to WS-Close-Date-Found.
           move spaces to Close-Date-Record.

           open input Close-Date-File.

           if WS-Close-Date-Status = '00'
               read Close-Date-File into Close-Date-Record
                 at end continue
               end-read
               close Close-Date-File

               if  CDR-Month is numeric
               and CDR-Day   is numeric
               and CDR-Year  is numeric
               and CDR-Month > 0
                   move 'Y' to WS-Close-Date-Found
                   compute WS-Production-YYYYMMDD =
                           CDR-Year * 10000
                         + CDR-Month * 100
                         + CDR-Day
               end-if
           end-if.

           if WS-Close-Date-Found = 'Y'
               move 0 to WS-Date-Test
               if function test-date-yyyymmdd(WS-Production-YYYYMMDD)
                  not = 0
                   move 1 to WS-Date-Test
               else
                   compute WS-Production-Day-Number =
                           function integer-of-date(
                               WS-Production-YYYYMMDD) + 1
                   compute WS-Production-YYYYMMDD =
                           function date-of-integer(
                               WS-Production-Day-Number)
                   Display ' '
                   Display 'Production date supplied by day-close.'
               end-if
           else
               Display ' '
               Display 'Enter production date (YYYYMMDD,'
                   ' blank = tomorrow):'
               Accept WS-Production-Text

               if WS-Production-Text = spaces
                   compute WS-Production-Day-Number =
                           function integer-of-date(
                               function numval(
                                   function current-date(1:8))) + 1
                   compute WS-Production-YYYYMMDD =
                           function date-of-integer(
                               WS-Production-Day-Number)
                   move 0 to WS-Date-Test
               else
                   compute WS-Date-Test =
                           function test-numval(WS-Production-Text)

                   if WS-Date-Test = 0
                       compute WS-Production-YYYYMMDD =
                               function numval(WS-Production-Text)
                       if WS-Production-YYYYMMDD < 19000101
                       or function test-date-yyyymmdd(
                              WS-Production-YYYYMMDD) not = 0
                           move 1 to WS-Date-Test
                       end-if
                   end-if
               end-if
           end-if.

           if WS-Date-Test not = 0
               Display 'Invalid date; production list not run.'
           else
               set Dates-Are-Valid to true
           end-if.

       0100-Get-Production-Date-Exit.
           Exit.

       0500-Load-Stations.

           move 0 to WS-Station-Entries.

           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status "); all items listed under"
                   " Kitchen."
           else
               read Menu-Item-File
                 at end set No-More-Menu-Items to true
               end-read

               perform until No-More-Menu-Items
                          or WS-Station-Entries not < 999

                   move spaces to WS-Menu-Name-In
                   move spaces to WS-Menu-Price-In
                   move spaces to WS-Menu-Active-In
                   move spaces to WS-Menu-Stock-In
                   move spaces to WS-Menu-Category-In

                   Unstring Menu-Item-File-Record
                     delimited by ","
                     into WS-Menu-Name-In
                          WS-Menu-Price-In
                          WS-Menu-Active-In
                          WS-Menu-Stock-In
                          WS-Menu-Category-In

                   if WS-Menu-Name-In not = spaces
                       add 1 to WS-Station-Entries
                       set Station-Index to WS-Station-Entries
                       move WS-Menu-Name-In
                         to ST-Item-Name(Station-Index)

                       evaluate WS-Menu-Category-In
                           when 'Beverages'
                               move 'Barista'
                                 to ST-Station(Station-Index)
                           when 'Bakery'
                               move 'Counter'
                                 to ST-Station(Station-Index)
                           when other
                               move 'Kitchen'
                                 to ST-Station(Station-Index)
                       end-evaluate
                   end-if

                   read Menu-Item-File
                     at end set No-More-Menu-Items to true
                   end-read

               end-perform

               close Menu-Item-File
           end-if.

       0500-Load-Stations-Exit.
           Exit.

       1000-Total-Production.

           move 'no' to Advance-Order-EOF-Switch.
           move 'no' to WS-In-Scope-Switch.

           open input Advance-Order-File.

           if WS-Advance-Order-Status not = '00'
               Display "Warning: cannot open advanceOrders.csv"
                   " (status " WS-Advance-Order-Status
                   "); no advance orders listed."
           else
               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header
                   move Advance-Order-File-Record
                     to Advance-Order-Detail

                   if AOH-Record-Type = 'H'
                       move 'no' to WS-In-Scope-Switch
                       if  AOH-Is-Booked
                       and AOH-Pickup-Date = WS-Production-YYYYMMDD
                           set Booking-In-Scope to true
                           move AOH-Advance-No
                             to WS-Scope-Advance-No
                           add 1 to WS-Order-Count
                       end-if
                   end-if

                   if  AOD-Record-Type = 'D'
                   and Booking-In-Scope
                   and AOD-Advance-No = WS-Scope-Advance-No
                       Perform 1100-Post-Production-Line
                          thru 1100-Post-Production-Line-Exit
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

       1000-Total-Production-Exit.
           Exit.

       1100-Post-Production-Line.

           move 'Kitchen' to WS-Line-Station.

           perform varying Station-Index from 1 by 1
                   until Station-Index > WS-Station-Entries
               if ST-Item-Name(Station-Index) = AOD-Item-Name
                   move ST-Station(Station-Index) to WS-Line-Station
               end-if
           end-perform.

           move 0 to WS-Found-Prod-Idx.

           perform varying Prod-Index from 1 by 1
                   until Prod-Index > WS-Prod-Entries
                      or WS-Found-Prod-Idx > 0
               if PT-Item-Name(Prod-Index) = AOD-Item-Name
                   set WS-Found-Prod-Idx to Prod-Index
               end-if
           end-perform.

           if  WS-Found-Prod-Idx = 0
           and WS-Prod-Entries < 150
               add 1 to WS-Prod-Entries
               move WS-Prod-Entries to WS-Found-Prod-Idx
               move AOD-Item-Name   to PT-Item-Name(WS-Found-Prod-Idx)
               move WS-Line-Station to PT-Station(WS-Found-Prod-Idx)
               move 0 to PT-Quantity(WS-Found-Prod-Idx)
               move 0 to PT-Order-Count(WS-Found-Prod-Idx)
               move 0 to PT-Last-Advance(WS-Found-Prod-Idx)
           end-if.

           if WS-Found-Prod-Idx = 0
               if WS-Prod-Full-Switch = 'N'
                   move 'Y' to WS-Prod-Full-Switch
                   Display 'Warning: more than 150 distinct items;'
                       ' the extra items are NOT totalled.'
               end-if
           else
               add AOD-Quantity to PT-Quantity(WS-Found-Prod-Idx)
               add AOD-Quantity to WS-Total-Qty

      *        The same item on two lines of one booking is still
      *        one order for it.
               if PT-Last-Advance(WS-Found-Prod-Idx)
                  not = AOD-Advance-No
                   add 1 to PT-Order-Count(WS-Found-Prod-Idx)
                   move AOD-Advance-No
                     to PT-Last-Advance(WS-Found-Prod-Idx)
               end-if
           end-if.

       1100-Post-Production-Line-Exit.
           Exit.

       2000-Print-Report.

           move WS-Production-YYYYMMDD to WS-Production-Date-Out.
           move WS-Order-Count         to WS-Count-Out.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'For pickup on: ' WS-Production-Date-Out
               '     Orders: ' WS-Count-Out.
           Display WS-Separator-Line.

           if WS-Order-Count = 0
               Display 'No advance orders booked for that date.'
               Display WS-Separator-Line
           else
               Display 'Station   Item                      Qty'
                   '  Orders'
               Display WS-Separator-Line

               perform varying WS-Station-Sub from 1 by 1
                       until WS-Station-Sub > 3
                   Perform 2100-Print-Station
                      thru 2100-Print-Station-Exit
               end-perform

               move 'Total'      to PIL-Station
               move spaces       to PIL-Item-Name
               move WS-Total-Qty to PIL-Quantity
               move WS-Order-Count to PIL-Order-Count
               Display Production-Item-Line
               Display WS-Separator-Line

               Display 'Orders for the day'
               Display WS-Separator-Line

               Perform 2200-Print-Orders
                  thru 2200-Print-Orders-Exit

               Display WS-Separator-Line
           end-if.

       2000-Print-Report-Exit.
           Exit.

       2100-Print-Station.

           move 0 to WS-Station-Qty.

           perform varying Prod-Index from 1 by 1
                   until Prod-Index > WS-Prod-Entries

               if PT-Station(Prod-Index) = Station-Name(WS-Station-Sub)
                   move PT-Station(Prod-Index)     to PIL-Station
                   move PT-Item-Name(Prod-Index)   to PIL-Item-Name
                   move PT-Quantity(Prod-Index)    to PIL-Quantity
                   move PT-Order-Count(Prod-Index) to PIL-Order-Count
                   Display Production-Item-Line
                   add PT-Quantity(Prod-Index) to WS-Station-Qty
               end-if

           end-perform.

           if WS-Station-Qty > 0
               move spaces to PIL-Station
               move spaces to PIL-Item-Name
               string function trim(Station-Name(WS-Station-Sub))
                         delimited by size
                      ' total' delimited by size
                      into PIL-Item-Name
               end-string
               move WS-Station-Qty to PIL-Quantity
               move 0 to PIL-Order-Count
               Display Production-Item-Line
               Display ' '
           end-if.

       2100-Print-Station-Exit.
           Exit.

       2200-Print-Orders.

      *    Second pass - each booking for the day with its lines
      *    and modifiers, in the order they were booked.
           move 'no' to Advance-Order-EOF-Switch.
           move 'no' to WS-In-Scope-Switch.

           open input Advance-Order-File.

           if WS-Advance-Order-Status = '00'

               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header
                   move Advance-Order-File-Record
                     to Advance-Order-Detail

                   if AOH-Record-Type = 'H'
                       move 'no' to WS-In-Scope-Switch
                       if  AOH-Is-Booked
                       and AOH-Pickup-Date = WS-Production-YYYYMMDD
                           set Booking-In-Scope to true
                           move AOH-Advance-No
                             to WS-Scope-Advance-No
                           move AOH-Advance-No    to POL-Advance-No
                           move AOH-Pickup-Time   to POL-Pickup-Time
                           move AOH-Customer-Name to POL-Customer-Name
                           move AOH-Contact       to POL-Contact
                           Display Production-Order-Line
                       end-if
                   end-if

                   if  AOD-Record-Type = 'D'
                   and Booking-In-Scope
                   and AOD-Advance-No = WS-Scope-Advance-No
                       move AOD-Quantity  to POI-Quantity
                       move AOD-Item-Name to POI-Item-Name

                       move spaces to WS-Mod-Text
                       move 1 to WS-Mod-Pointer
                       perform varying WS-Mod-Slot from 1 by 1
                               until WS-Mod-Slot > 3
                           if AOD-Mod-Code(WS-Mod-Slot) not = spaces
                               string function trim(
                                          AOD-Mod-Code(WS-Mod-Slot))
                                         delimited by size
                                      ' ' delimited by size
                                      into WS-Mod-Text
                                      with pointer WS-Mod-Pointer
                               end-string
                           end-if
                       end-perform
                       move WS-Mod-Text to POI-Mod-Text

                       Display Production-Order-Item-Line
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

       2200-Print-Orders-Exit.
           Exit.

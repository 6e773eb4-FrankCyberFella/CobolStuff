       Identification Division.
       program-id. shrinkReport.

       Environment Division.
       input-output section.
       file-control.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is sequential
              record key is MIF-Item-Name
              file status is WS-Menu-Item-Status.

       select Order-Trans-File
              assign to "orderTrans.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Trans-Status.

       select Waste-Log-File
              assign to "wasteLog.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Waste-Log-Status.

       Data Division.

       File Section.

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Waste-Log-File
           record contains 124.

        01 Waste-Log-File-Record  pic x(124).

       working-storage section.

       01  WS-Menu-Item-Status      pic xx.
       01  WS-Order-Trans-Status    pic xx.
       01  WS-Waste-Log-Status      pic xx.

       01  Menu-Item-EOF-Switch pic x(3) value 'no'.
           88 No-More-Menu-Items    value 'yes'.

       01  Order-Trans-EOF-Switch pic x(3) value 'no'.
           88 No-More-Trans         value 'yes'.

       01  Waste-Log-EOF-Switch pic x(3) value 'no'.
           88 No-More-Waste         value 'yes'.

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Category-In      pic x(10).
       01  WS-Menu-Cost-In          pic x(10).
       01  WS-Menu-Num-Test         pic s9(4) comp.

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
           05 filler                pic x(23).
           05 OTR-Terminal-Id       pic x(4).
           05 filler                pic x(80).

      *    wasteLog.csv as menu maintenance writes it - the cost
      *    value was struck at the unit cost in force that day.
       01  Waste-Log-Record.
           05 WLR-Waste-Time        pic x(22).
           05 filler                pic x(1).
           05 WLR-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 WLR-Item-Name         pic x(20).
           05 filler                pic x(1).
           05 WLR-Category          pic x(10).
           05 filler                pic x(1).
           05 WLR-Quantity          pic s9(5) sign leading separate.
           05 filler                pic x(1).
           05 WLR-Reason            pic x(15).
           05 filler                pic x(1).
           05 WLR-Unit-Cost         pic s9(5)v99 sign leading separate.
           05 filler                pic x(1).
           05 WLR-Cost-Value        pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 WLR-Entered-By        pic x(10).
           05 filler                pic x(1).
           05 WLR-Approver-Id       pic x(10).

      *    Both files stamp " m/dd/yyyy at hh:mm:ss" - one view to
      *    turn either into a YYYYMMDD for the week test.
       01  WS-Record-Time           pic x(22).
       01  WS-Record-Time-Parts redefines WS-Record-Time.
           05 WS-Rec-Month          pic x(2).
           05 filler                pic x(1).
           05 WS-Rec-Day            pic 9(2).
           05 filler                pic x(1).
           05 WS-Rec-Year           pic 9(4).
           05 filler                pic x(12).

       01  WS-Month-Test            pic s9(4) comp.
       01  WS-Month-Work            pic 9(2).
       01  WS-Record-YYYYMMDD       pic 9(8).

       01  WS-Week-End-Text         pic x(10).
       01  WS-Date-Test             pic s9(4) comp.
       01  WS-From-YYYYMMDD         pic 9(8) value 0.
       01  WS-Thru-YYYYMMDD         pic 9(8) value 0.
       01  WS-Week-Day-Number       pic s9(9) comp.
       01  WS-Dates-Valid-Switch    pic x(3) value 'no'.
           88 Dates-Are-Valid       value 'yes'.

      *    Current unit cost by item name, for valuing comps -
      *    orderTrans carries the retail price, not the cost.
       01  Cost-Table.
           05 Cost-Entry occurs 999 times
                         indexed by Cost-Index.
               10 CT-Item-Name      pic x(20).
               10 CT-Unit-Cost      pic 9(4)v99.

       01  WS-Cost-Entries          pic s9(4) comp value 0.
       01  WS-Found-Cost-Idx        pic s9(4) comp value 0.
       01  WS-No-Cost-Count         pic s9(9) comp value 0.

      *    One table carries all three rollups, told apart by the
      *    group code - I item, R reason, C cashier.
       01  Shrink-Table.
           05 Shrink-Entry occurs 300 times
                           indexed by Shrink-Index.
               10 SR-Group          pic x(1).
               10 SR-Key            pic x(20).
               10 SR-Comp-Qty       pic s9(7) comp.
               10 SR-Comp-Cost      pic s9(7)v99.
               10 SR-Waste-Qty      pic s9(7) comp.
               10 SR-Waste-Cost     pic s9(7)v99.

       01  WS-Shrink-Entries        pic s9(4) comp value 0.
       01  WS-Found-Shrink-Idx      pic s9(4) comp value 0.
       01  WS-Shrink-Full-Switch    pic x(1) value 'N'.

       01  WS-Post-Source           pic x(1).
           88 Post-Is-Comp          value 'C'.
           88 Post-Is-Waste         value 'W'.
       01  WS-Post-Item             pic x(20).
       01  WS-Post-Reason           pic x(15).
       01  WS-Post-Cashier          pic x(10).
       01  WS-Post-Qty              pic s9(7) comp.
       01  WS-Post-Cost             pic s9(7)v99.
       01  WS-Post-Group            pic x(1).
       01  WS-Post-Key              pic x(20).

       01  WS-Print-Group           pic x(1).

       01  WS-Comp-Lines            pic s9(9) comp value 0.
       01  WS-Waste-Lines           pic s9(9) comp value 0.
       01  WS-Total-Comp-Qty        pic s9(7) comp value 0.
       01  WS-Total-Comp-Cost       pic s9(7)v99 value 0.
       01  WS-Total-Waste-Qty       pic s9(7) comp value 0.
       01  WS-Total-Waste-Cost      pic s9(7)v99 value 0.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Weekly Shrink Report - Comps and Waste at Cost'.

       01  Shrink-Report-Line.
           05 SRL-Key               pic x(20).
           05 filler                pic x(2) value spaces.
           05 SRL-Comp-Qty          pic -(6)9.
           05 filler                pic x(2) value spaces.
           05 SRL-Comp-Cost         pic -(6)9.99.
           05 filler                pic x(2) value spaces.
           05 SRL-Waste-Qty         pic -(6)9.
           05 filler                pic x(2) value spaces.
           05 SRL-Waste-Cost        pic -(6)9.99.
           05 filler                pic x(2) value spaces.
           05 SRL-Total-Cost        pic -(6)9.99.

       01  WS-Count-Out             pic zzzzzz9.

       Procedure Division.

           Perform 0100-Get-Week
              thru 0100-Get-Week-Exit.

           if Dates-Are-Valid
               Perform 0500-Load-Item-Costs
                  thru 0500-Load-Item-Costs-Exit

               Perform 1000-Summarize-Comps
                  thru 1000-Summarize-Comps-Exit

               Perform 1200-Summarize-Waste
                  thru 1200-Summarize-Waste-Exit

               Perform 2000-Print-Report
                  thru 2000-Print-Report-Exit
           end-if.

           Goback.

       0100-Get-Week.

           Display ' '.
           Display 'Enter week-ending date (YYYYMMDD, blank = today):'.
           Accept WS-Week-End-Text.

           if WS-Week-End-Text = spaces
               move function current-date(1:8) to WS-Week-End-Text
           end-if.

           compute WS-Date-Test =
                   function test-numval(WS-Week-End-Text).

           if WS-Date-Test = 0
               compute WS-Thru-YYYYMMDD =
                       function numval(WS-Week-End-Text)
               if WS-Thru-YYYYMMDD < 19000101
               or function test-date-yyyymmdd(WS-Thru-YYYYMMDD) not = 0
                   move 1 to WS-Date-Test
               end-if
           end-if.

      *    The week is the seven days ending on the date given.
           if WS-Date-Test not = 0
               Display 'Invalid date; report not run.'
           else
               compute WS-Week-Day-Number =
                       function integer-of-date(WS-Thru-YYYYMMDD) - 6
               compute WS-From-YYYYMMDD =
                       function date-of-integer(WS-Week-Day-Number)
               set Dates-Are-Valid to true
           end-if.

       0100-Get-Week-Exit.
           Exit.

       0500-Load-Item-Costs.

           move 0 to WS-Cost-Entries.

           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status "); comps valued at zero."
           else
               read Menu-Item-File
                 at end set No-More-Menu-Items to true
               end-read

               perform until No-More-Menu-Items
                          or WS-Cost-Entries not < 999

                   move spaces to WS-Menu-Name-In
                   move spaces to WS-Menu-Price-In
                   move spaces to WS-Menu-Active-In
                   move spaces to WS-Menu-Stock-In
                   move spaces to WS-Menu-Category-In
                   move spaces to WS-Menu-Cost-In

                   Unstring Menu-Item-File-Record
                     delimited by ","
                     into WS-Menu-Name-In
                          WS-Menu-Price-In
                          WS-Menu-Active-In
                          WS-Menu-Stock-In
                          WS-Menu-Category-In
                          WS-Menu-Cost-In

                   if WS-Menu-Name-In not = spaces
                       add 1 to WS-Cost-Entries
                       set Cost-Index to WS-Cost-Entries
                       move WS-Menu-Name-In
                         to CT-Item-Name(Cost-Index)
                       move 0 to CT-Unit-Cost(Cost-Index)

                       compute WS-Menu-Num-Test =
                               function test-numval(WS-Menu-Cost-In)
                       if  WS-Menu-Num-Test = 0
                       and WS-Menu-Cost-In not = spaces
                           compute CT-Unit-Cost(Cost-Index) =
                                   function numval(WS-Menu-Cost-In)
                       end-if
                   end-if

                   read Menu-Item-File
                     at end set No-More-Menu-Items to true
                   end-read

               end-perform

               close Menu-Item-File
           end-if.

       0500-Load-Item-Costs-Exit.
           Exit.

       1000-Summarize-Comps.

           open input Order-Trans-File.

           if WS-Order-Trans-Status not = '00'
               Display "Warning: cannot open orderTrans.csv (status "
                   WS-Order-Trans-Status "); reporting no comps."
           else
               read Order-Trans-File
                 at end set No-More-Trans to true
               end-read

               perform until No-More-Trans

                   move Order-Trans-File-Record to Order-Trans-Record

                   if OTR-Is-Comp
                       move OTR-Order-Time to WS-Record-Time
                       Perform 1050-Convert-Record-Date
                          thru 1050-Convert-Record-Date-Exit

                       if  WS-Record-YYYYMMDD not < WS-From-YYYYMMDD
                       and WS-Record-YYYYMMDD not > WS-Thru-YYYYMMDD
                           Perform 1100-Post-Comp
                              thru 1100-Post-Comp-Exit
                       end-if
                   end-if

                   read Order-Trans-File
                     at end set No-More-Trans to true
                   end-read

               end-perform

               close Order-Trans-File
           end-if.

       1000-Summarize-Comps-Exit.
           Exit.

       1050-Convert-Record-Date.

           move 0 to WS-Record-YYYYMMDD.

           compute WS-Month-Test =
                   function test-numval(WS-Rec-Month).

           if  WS-Month-Test = 0
           and WS-Rec-Day  is numeric
           and WS-Rec-Year is numeric
               compute WS-Month-Work =
                       function numval(WS-Rec-Month)
               compute WS-Record-YYYYMMDD =
                       WS-Rec-Year * 10000
                     + WS-Month-Work * 100
                     + WS-Rec-Day
           end-if.

       1050-Convert-Record-Date-Exit.
           Exit.

       1100-Post-Comp.

           add 1 to WS-Comp-Lines.

           move 0 to WS-Found-Cost-Idx.

           perform varying Cost-Index from 1 by 1
                   until Cost-Index > WS-Cost-Entries
                      or WS-Found-Cost-Idx > 0
               if CT-Item-Name(Cost-Index) = OTR-Item-Name
                   set WS-Found-Cost-Idx to Cost-Index
               end-if
           end-perform.

      *    An item since dropped from the menu has no cost left to
      *    value it at - count it so the report can say so.
           if WS-Found-Cost-Idx > 0
               compute WS-Post-Cost =
                       CT-Unit-Cost(WS-Found-Cost-Idx) * OTR-Quantity
           else
               move 0 to WS-Post-Cost
               add 1 to WS-No-Cost-Count
           end-if.

           set Post-Is-Comp      to true.
           move OTR-Item-Name    to WS-Post-Item.
           move OTR-Void-Reason  to WS-Post-Reason.
           move OTR-Cashier-Id   to WS-Post-Cashier.
           move OTR-Quantity     to WS-Post-Qty.

           Perform 1400-Post-Shrink
              thru 1400-Post-Shrink-Exit.

       1100-Post-Comp-Exit.
           Exit.

       1200-Summarize-Waste.

           open input Waste-Log-File.

      *    No waste logged yet is a normal state, not an error.
           if WS-Waste-Log-Status not = '00'
               Display "Note: no wasteLog.csv (status "
                   WS-Waste-Log-Status "); reporting no waste."
           else
               read Waste-Log-File into Waste-Log-Record
                 at end set No-More-Waste to true
               end-read

               perform until No-More-Waste

                   move WLR-Waste-Time to WS-Record-Time
                   Perform 1050-Convert-Record-Date
                      thru 1050-Convert-Record-Date-Exit

                   if  WS-Record-YYYYMMDD not < WS-From-YYYYMMDD
                   and WS-Record-YYYYMMDD not > WS-Thru-YYYYMMDD
                   and WLR-Quantity   is numeric
                   and WLR-Cost-Value is numeric
                       Perform 1300-Post-Waste
                          thru 1300-Post-Waste-Exit
                   end-if

                   read Waste-Log-File into Waste-Log-Record
                     at end set No-More-Waste to true
                   end-read

               end-perform

               close Waste-Log-File
           end-if.

       1200-Summarize-Waste-Exit.
           Exit.

       1300-Post-Waste.

           add 1 to WS-Waste-Lines.

           set Post-Is-Waste     to true.
           move WLR-Item-Name    to WS-Post-Item.
           move WLR-Reason       to WS-Post-Reason.
           move WLR-Entered-By   to WS-Post-Cashier.
           move WLR-Quantity     to WS-Post-Qty.
           move WLR-Cost-Value   to WS-Post-Cost.

           Perform 1400-Post-Shrink
              thru 1400-Post-Shrink-Exit.

       1300-Post-Waste-Exit.
           Exit.

       1400-Post-Shrink.

           if Post-Is-Comp
               add WS-Post-Qty  to WS-Total-Comp-Qty
               add WS-Post-Cost to WS-Total-Comp-Cost
           else
               add WS-Post-Qty  to WS-Total-Waste-Qty
               add WS-Post-Cost to WS-Total-Waste-Cost
           end-if.

           move 'I'             to WS-Post-Group.
           move WS-Post-Item    to WS-Post-Key.
           Perform 1450-Add-To-Rollup
              thru 1450-Add-To-Rollup-Exit.

           move 'R'             to WS-Post-Group.
           move WS-Post-Reason  to WS-Post-Key.
           Perform 1450-Add-To-Rollup
              thru 1450-Add-To-Rollup-Exit.

           move 'C'             to WS-Post-Group.
           move WS-Post-Cashier to WS-Post-Key.
           Perform 1450-Add-To-Rollup
              thru 1450-Add-To-Rollup-Exit.

       1400-Post-Shrink-Exit.
           Exit.

       1450-Add-To-Rollup.

           move 0 to WS-Found-Shrink-Idx.

           perform varying Shrink-Index from 1 by 1
                   until Shrink-Index > WS-Shrink-Entries
                      or WS-Found-Shrink-Idx > 0
               if  SR-Group(Shrink-Index) = WS-Post-Group
               and SR-Key(Shrink-Index)   = WS-Post-Key
                   set WS-Found-Shrink-Idx to Shrink-Index
               end-if
           end-perform.

           if  WS-Found-Shrink-Idx = 0
           and WS-Shrink-Entries < 300
               add 1 to WS-Shrink-Entries
               move WS-Shrink-Entries to WS-Found-Shrink-Idx
               move WS-Post-Group to SR-Group(WS-Found-Shrink-Idx)
               move WS-Post-Key   to SR-Key(WS-Found-Shrink-Idx)
               move 0 to SR-Comp-Qty(WS-Found-Shrink-Idx)
               move 0 to SR-Comp-Cost(WS-Found-Shrink-Idx)
               move 0 to SR-Waste-Qty(WS-Found-Shrink-Idx)
               move 0 to SR-Waste-Cost(WS-Found-Shrink-Idx)
           end-if.

           if WS-Found-Shrink-Idx = 0
               move 'Y' to WS-Shrink-Full-Switch
           else
               if Post-Is-Comp
                   add WS-Post-Qty
                     to SR-Comp-Qty(WS-Found-Shrink-Idx)
                   add WS-Post-Cost
                     to SR-Comp-Cost(WS-Found-Shrink-Idx)
               else
                   add WS-Post-Qty
                     to SR-Waste-Qty(WS-Found-Shrink-Idx)
                   add WS-Post-Cost
                     to SR-Waste-Cost(WS-Found-Shrink-Idx)
               end-if
           end-if.

       1450-Add-To-Rollup-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'Week: ' WS-From-YYYYMMDD ' thru ' WS-Thru-YYYYMMDD.
           Display WS-Separator-Line.

           move WS-Comp-Lines to WS-Count-Out.
           Display 'Comp lines:  ' WS-Count-Out.
           move WS-Waste-Lines to WS-Count-Out.
           Display 'Waste lines: ' WS-Count-Out.

           Display ' '.
           Display 'By item'.
           move 'I' to WS-Print-Group.
           Perform 2100-Print-Group
              thru 2100-Print-Group-Exit.

           Display ' '.
           Display 'By reason'.
           move 'R' to WS-Print-Group.
           Perform 2100-Print-Group
              thru 2100-Print-Group-Exit.

           Display ' '.
           Display 'By cashier'.
           move 'C' to WS-Print-Group.
           Perform 2100-Print-Group
              thru 2100-Print-Group-Exit.

           move 'Total shrink'      to SRL-Key.
           move WS-Total-Comp-Qty   to SRL-Comp-Qty.
           move WS-Total-Comp-Cost  to SRL-Comp-Cost.
           move WS-Total-Waste-Qty  to SRL-Waste-Qty.
           move WS-Total-Waste-Cost to SRL-Waste-Cost.
           compute SRL-Total-Cost =
                   WS-Total-Comp-Cost + WS-Total-Waste-Cost.
           Display WS-Separator-Line.
           Display Shrink-Report-Line.
           Display WS-Separator-Line.

           if WS-No-Cost-Count > 0
               move WS-No-Cost-Count to WS-Count-Out
               Display 'Warning: ' WS-Count-Out ' comp line(s) for'
                   ' items no longer on the menu are valued at zero.'
           end-if.

           if WS-Shrink-Full-Switch = 'Y'
               Display 'Warning: rollup table full; some items,'
                   ' reasons or cashiers are left off the detail.'
           end-if.

           Display 'Comps valued at current unit cost; waste at the'
               ' cost logged when it was thrown out.'.

       2000-Print-Report-Exit.
           Exit.

       2100-Print-Group.

           Display WS-Separator-Line.
           Display '                      Comp Qty   Comp Cost'
               '  Waste Qty  Waste Cost  Total Cost'.
           Display WS-Separator-Line.

           perform varying Shrink-Index from 1 by 1
                   until Shrink-Index > WS-Shrink-Entries

               if SR-Group(Shrink-Index) = WS-Print-Group
                   move SR-Key(Shrink-Index)        to SRL-Key
                   move SR-Comp-Qty(Shrink-Index)   to SRL-Comp-Qty
                   move SR-Comp-Cost(Shrink-Index)  to SRL-Comp-Cost
                   move SR-Waste-Qty(Shrink-Index)  to SRL-Waste-Qty
                   move SR-Waste-Cost(Shrink-Index) to SRL-Waste-Cost
                   compute SRL-Total-Cost =
                           SR-Comp-Cost(Shrink-Index)
                         + SR-Waste-Cost(Shrink-Index)
                   Display Shrink-Report-Line
               end-if

           end-perform.

       2100-Print-Group-Exit.
           Exit.

       file-control.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is sequential
              record key is MIF-Item-Name
              file status is WS-Menu-Item-Status.

       select Order-Trans-File
              access mode is sequential
              file status is WS-History-Status.

       select Modifier-File
              assign to "modifiers.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Modifier-Status.

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

        FD Marker-File
           record contains 14.

        01 History-File-Record  pic x(60).

        FD Modifier-File
           record contains 60.

        01 Modifier-File-Record  pic x(60).

       working-storage section.

       01  Menu-Item-File-EOF-Switch pic x(3) value 'no'.
       01  WS-Order-Trans-Status    pic xx.
       01  WS-Marker-Status         pic xx.
       01  WS-History-Status        pic xx.
       01  WS-Modifier-Status       pic xx.

       01  Modifier-EOF-Switch pic x(3) value 'no'.
           88 No-More-Modifiers     value 'yes'.

       01  Marker-EOF-Switch pic x(3) value 'no'.
           88 More-Markers-To-Read  value 'no'.
           05 HL-Tax                pic s9(9)v99 sign leading separate.

       01  Menu-Item-Table.
           05 Menu-Item occurs 999 times
                        indexed by Menu-Index.
               10 Item-Name    pic x(20).
               10 Item-Price   pic s9(4)v99.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1).
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1).
           05 OTR-Category          pic x(10).
           05 filler                pic x(23).
           05 OTR-Terminal-Id       pic x(4).
           05 filler                pic x(38).
           05 OTR-Modifiers occurs 3 times.
              10 filler             pic x(1).
              10 OTR-Modifier-Code  pic x(6).
              10 filler             pic x(1).
              10 OTR-Modifier-Price pic s9(3)v99 sign leading separate.

       01  WS-Previous-Order-Seq    pic 9(9) value 0.
       01  WS-Previous-Terminal     pic x(4) value low-values.
       01  WS-Category-Entries      pic s9(4) comp value 0.

       01  Report-Item-Table.
           05 Report-Item occurs 999 times
                           indexed by Report-Index.
               10 RI-Item-Name  pic x(20).
               10 RI-Qty-Sold   pic s9(9) comp.
               10 RI-Revenue    pic s9(9)v99 comp-3.

      *    Modifier counts are by code - names come from the
      *    modifier file, so a retired code still counts and shows
      *    as the bare code.
       01  Modifier-Rollup-Table.
           05 Modifier-Rollup occurs 50 times
                              indexed by Modifier-Index.
               10 MR-Code           pic x(6).
               10 MR-Name           pic x(15).
               10 MR-Qty-Sold       pic s9(9) comp.
               10 MR-Revenue        pic s9(9)v99 comp-3.

       01  WS-Modifier-Entries      pic s9(4) comp value 0.
       01  WS-Found-Modifier-Idx    pic s9(4) comp.
       01  WS-Mod-Slot              pic s9(4) comp.
       01  WS-Mod-Lookup-Code       pic x(6).
       01  WS-Modifier-Revenue      pic s9(9)v99 comp-3 value 0.
       01  WS-Modifier-Line-Rev     pic s9(9)v99 comp-3.

       01  WS-Mod-Category-In       pic x(10).
       01  WS-Mod-Code-In           pic x(6).
       01  WS-Mod-Name-In           pic x(15).

       01  Modifier-Rollup-Line.
           05 MRL-Name             pic x(15).
           05 filler               pic x(7) value spaces.
           05 MRL-Qty-Sold         pic -(6)9.
           05 filler               pic x(3) value spaces.
           05 MRL-Revenue          pic $$$,$$$,$$9.99-.

       01  WS-Modifier-Revenue-Out  pic $$$,$$$,$$9.99-.

       01  WS-Order-Count           pic s9(9) comp value 0.
       01  WS-Void-Count            pic s9(9) comp value 0.
       01  WS-Total-Revenue         pic s9(9)v99 comp-3 value 0.
       01  WS-Total-Tax             pic s9(9)v99 comp-3 value 0.
       01  WS-Comp-Count            pic s9(9) comp value 0.
       01  WS-Comp-Qty              pic s9(9) comp value 0.
       01  WS-Comp-Value            pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Taken         pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Applied       pic s9(9)v99 comp-3 value 0.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Void-Count-Out        pic zzzzzz9.
       01  WS-Total-Revenue-Out     pic $$$,$$$,$$9.99-.
       01  WS-Total-Tax-Out         pic $$$,$$$,$$9.99-.
       01  WS-Comp-Count-Out        pic zzzzzz9.
       01  WS-Comp-Qty-Out          pic zzzzzz9.
       01  WS-Comp-Value-Out        pic $$$,$$$,$$9.99-.
       01  WS-Deposit-Taken-Out     pic $$$,$$$,$$9.99-.
       01  WS-Deposit-Applied-Out   pic $$$,$$$,$$9.99-.

       01  WS-Found-Category-Idx    pic s9(4) comp.

           Perform 0600-Load-Marker
              thru 0600-Load-Marker-Exit.

           Perform 0700-Load-Modifiers
              thru 0700-Load-Modifiers-Exit.

       0000-Initialization-Exit.
           Exit.

       0600-Load-Marker-Exit.
           Exit.

       0700-Load-Modifiers.

           move 0 to WS-Modifier-Entries.

           open input Modifier-File.

           if WS-Modifier-Status = '00'
               read Modifier-File into Modifier-File-Record
                 at end set No-More-Modifiers to true
               end-read

               perform until No-More-Modifiers

                   move spaces to WS-Mod-Category-In
                   move spaces to WS-Mod-Code-In
                   move spaces to WS-Mod-Name-In

                   Unstring Modifier-File-Record
                     delimited by ","
                     into WS-Mod-Category-In
                          WS-Mod-Code-In
                          WS-Mod-Name-In

      *            The same code may be offered under more than one
      *            category - it is still one modifier to count.
                   if WS-Mod-Code-In not = spaces
                       move WS-Mod-Code-In to WS-Mod-Lookup-Code
                       Perform 1150-Find-Modifier
                          thru 1150-Find-Modifier-Exit
                       if  WS-Found-Modifier-Idx > 0
                       and WS-Mod-Name-In not = spaces
                           move WS-Mod-Name-In
                             to MR-Name(WS-Found-Modifier-Idx)
                       end-if
                   end-if

                   read Modifier-File into Modifier-File-Record
                     at end set No-More-Modifiers to true
                   end-read

               end-perform

               close Modifier-File
           end-if.

       0700-Load-Modifiers-Exit.
           Exit.

       0500-Load-Menu-Items.

           move 0 to Menu-Item-Sub.
           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status
                   "); starting with no menu items."
           else
                   or WS-Menu-Load-Price-Test not = 0
                       move WS-Menu-Item-Line-Num
                         to WS-Menu-Item-Line-Out
                       Display "Warning: skipping malformed record "
                           WS-Menu-Item-Line-Out " in cafeItems.dat"
                   else
                       add 1 to Menu-Item-Sub

                   end-if
                 end-if

      *          Comps are product given away - never revenue, never
      *          an item sale. They get their own line on the report.
                 if Record-Not-Yet-Reported
                 and OTR-Is-Comp
                   add 1              to WS-Comp-Count
                   add OTR-Quantity   to WS-Comp-Qty
                   add OTR-Item-Price to WS-Comp-Value
                 end-if

      *          Deposits on booked orders are money held, not
      *          sales - the order's items ring as sales when it is
      *          picked up, and its deposit comes back off there.
                 if Record-Not-Yet-Reported
                 and OTR-Category = 'Deposit'
                   if OTR-Item-Name = 'Deposit Applied'
                     subtract OTR-Item-Price from WS-Deposit-Applied
                   else
                     add OTR-Item-Price to WS-Deposit-Taken
                   end-if
                 end-if

                 if Record-Not-Yet-Reported
                 and not OTR-Is-Comp
                 and OTR-Category not = 'Deposit'

      *            Sequences restart per register, so an order is a
      *            (terminal, seq) pair - seq alone would merge
                     add OTR-Item-Price
                       to CR-Revenue(WS-Found-Category-Idx)
                   end-if

                   if OTR-Is-Sale or OTR-Is-Void
                     Perform 1100-Add-Line-Modifiers
                        thru 1100-Add-Line-Modifiers-Exit
                   end-if
                 end-if

                 read Order-Trans-File into Order-Trans-File-Record
       1000-Summarize-Transactions-Exit.
           Exit.

       1100-Add-Line-Modifiers.

      *    A void carries its modifiers with a negative quantity, so
      *    the same arithmetic backs them out of the counts.
           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3

               if OTR-Modifier-Code(WS-Mod-Slot) not = spaces
                   move OTR-Modifier-Code(WS-Mod-Slot)
                     to WS-Mod-Lookup-Code
                   Perform 1150-Find-Modifier
                      thru 1150-Find-Modifier-Exit

                   compute WS-Modifier-Line-Rev =
                           OTR-Modifier-Price(WS-Mod-Slot)
                         * OTR-Quantity
                   add WS-Modifier-Line-Rev to WS-Modifier-Revenue

                   if WS-Found-Modifier-Idx > 0
                       add OTR-Quantity
                         to MR-Qty-Sold(WS-Found-Modifier-Idx)
                       add WS-Modifier-Line-Rev
                         to MR-Revenue(WS-Found-Modifier-Idx)
                   end-if
               end-if

           end-perform.

       1100-Add-Line-Modifiers-Exit.
           Exit.

       1150-Find-Modifier.

           move 0 to WS-Found-Modifier-Idx.

           perform varying Modifier-Index from 1 by 1
                   until Modifier-Index > WS-Modifier-Entries

               if MR-Code(Modifier-Index) = WS-Mod-Lookup-Code
                   set WS-Found-Modifier-Idx to Modifier-Index
               end-if

           end-perform.

           if  WS-Found-Modifier-Idx = 0
           and WS-Modifier-Entries < 50
               add 1 to WS-Modifier-Entries
               move WS-Modifier-Entries to WS-Found-Modifier-Idx
               move WS-Mod-Lookup-Code
                 to MR-Code(WS-Found-Modifier-Idx)
               move WS-Mod-Lookup-Code
                 to MR-Name(WS-Found-Modifier-Idx)
               move 0 to MR-Qty-Sold(WS-Found-Modifier-Idx)
               move 0 to MR-Revenue(WS-Found-Modifier-Idx)
           end-if.

       1150-Find-Modifier-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.
           Display "Voids processed:  " WS-Void-Count-Out.
           Display "Total revenue:    " WS-Total-Revenue-Out.
           Display "Total tax:        " WS-Total-Tax-Out.

           Move WS-Comp-Count to WS-Comp-Count-Out.
           Move WS-Comp-Qty   to WS-Comp-Qty-Out.
           Move WS-Comp-Value to WS-Comp-Value-Out.
           Display "Comps given:      " WS-Comp-Count-Out
               "  Qty: " WS-Comp-Qty-Out
               "  Retail value: " WS-Comp-Value-Out.

           Move WS-Deposit-Taken   to WS-Deposit-Taken-Out.
           Move WS-Deposit-Applied to WS-Deposit-Applied-Out.
           Display "Deposits taken:   " WS-Deposit-Taken-Out
               "  Applied at pickup: " WS-Deposit-Applied-Out.
           Display WS-Separator-Line.
           Display "Item                 Qty        Revenue".
           Display WS-Separator-Line.
           end-perform.

           Display WS-Separator-Line.
           Display "Modifier             Qty      Up-charges".
           Display WS-Separator-Line.

           perform varying Modifier-Index from 1 by 1
                   until Modifier-Index > WS-Modifier-Entries

               Move MR-Name(Modifier-Index)     to MRL-Name
               Move MR-Qty-Sold(Modifier-Index) to MRL-Qty-Sold
               Move MR-Revenue(Modifier-Index)  to MRL-Revenue

               Display Modifier-Rollup-Line

           end-perform.

           Move WS-Modifier-Revenue to WS-Modifier-Revenue-Out.
           Display "Up-charges (included in item revenue): "
               WS-Modifier-Revenue-Out.
           Display WS-Separator-Line.

       2000-Print-Report-Exit.
           Exit.

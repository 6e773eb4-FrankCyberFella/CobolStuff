       Identification Division.
       program-id. menuEngineering.

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

       working-storage section.

       01  WS-Menu-Item-Status      pic xx.
       01  WS-Order-Trans-Status    pic xx.

       01  Menu-Item-EOF-Switch pic x(3) value 'no'.
           88 No-More-Menu-Items    value 'yes'.

       01  Order-Trans-EOF-Switch pic x(3) value 'no'.
           88 No-More-Trans         value 'yes'.

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Category-In      pic x(10).
       01  WS-Menu-Cost-In          pic x(10).
       01  WS-Menu-Num-Test         pic s9(4) comp.

       01  Order-Trans-Record.
           05 OTR-Order-Time.
              10 OTR-Order-Month    pic x(2).
              10 filler             pic x(1).
              10 OTR-Order-Day      pic 9(2).
              10 filler             pic x(1).
              10 OTR-Order-Year     pic 9(4).
              10 filler             pic x(12).
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

       01  WS-Month-Test            pic s9(4) comp.
       01  WS-Month-Work            pic 9(2).
       01  WS-Record-YYYYMMDD       pic 9(8).

       01  WS-From-Date-Text        pic x(10).
       01  WS-Thru-Date-Text        pic x(10).
       01  WS-Date-Test             pic s9(4) comp.
       01  WS-From-YYYYMMDD         pic 9(8) value 0.
       01  WS-Thru-YYYYMMDD         pic 9(8) value 0.
       01  WS-Dates-Valid-Switch    pic x(3) value 'no'.
           88 Dates-Are-Valid       value 'yes'.

      *    One entry per item on the menu, plus any item sold in
      *    the range that has since been renamed or dropped (those
      *    carry no cost, so show full margin).
       01  Item-Table.
           05 Item-Entry occurs 1050 times
                         indexed by Item-Index.
               10 ME-Item-Name      pic x(20).
               10 ME-Category       pic x(10).
               10 ME-Menu-Price     pic s9(5)v99.
               10 ME-Unit-Cost      pic s9(5)v99.
               10 ME-On-Menu        pic x(1).
                  88 ME-Is-On-Menu  value 'Y'.
               10 ME-Active         pic x(1).
                  88 ME-Is-Active   value 'Y'.
               10 ME-Qty            pic s9(7) comp.
               10 ME-Gross          pic s9(9)v99.
               10 ME-Discount       pic s9(9)v99.
               10 ME-Net            pic s9(9)v99.
               10 ME-COGS           pic s9(9)v99.
               10 ME-Margin         pic s9(9)v99.
               10 ME-Unit-Margin    pic s9(7)v99.
               10 ME-Class          pic x(9).

       01  WS-Item-Entries          pic s9(4) comp value 0.
       01  WS-Found-Item-Idx        pic s9(4) comp value 0.

       01  Category-Table.
           05 Category-Entry occurs 20 times
                             indexed by Category-Index.
               10 MC-Category       pic x(10).
               10 MC-Qty            pic s9(7) comp.
               10 MC-Net            pic s9(9)v99.
               10 MC-COGS           pic s9(9)v99.
               10 MC-Margin         pic s9(9)v99.

       01  WS-Category-Entries      pic s9(4) comp value 0.
       01  WS-Found-Category-Idx    pic s9(4) comp value 0.

      *    Item lines of the order being read. Promo and loyalty
      *    discounts are written as separate order-level lines, so
      *    they are held until the order ends and then spread over
      *    its items in proportion to each line's value.
       01  Order-Buffer.
           05 Order-Line occurs 50 times
                         indexed by Order-Line-Index.
               10 OB-Item-Idx       pic s9(4) comp.
               10 OB-Price          pic s9(7)v99.

       01  WS-Order-Line-Count      pic s9(4) comp value 0.
       01  WS-Order-Discount        pic s9(7)v99 value 0.
       01  WS-Order-Gross           pic s9(7)v99 value 0.
       01  WS-Discount-Left         pic s9(7)v99 value 0.
       01  WS-Line-Discount         pic s9(7)v99 value 0.
       01  WS-Current-Order-Seq     pic 9(9) value 0.
       01  WS-Current-Terminal      pic x(4) value low-values.

       01  WS-Total-Qty             pic s9(9) comp value 0.
       01  WS-Total-Net             pic s9(9)v99 value 0.
       01  WS-Total-COGS            pic s9(9)v99 value 0.
       01  WS-Total-Margin          pic s9(9)v99 value 0.
       01  WS-Total-Discount        pic s9(9)v99 value 0.
       01  WS-Class-Item-Count      pic s9(4) comp value 0.
       01  WS-Popularity-Cutoff     pic s9(7)v9(4) value 0.
       01  WS-Average-Unit-Margin   pic s9(7)v99 value 0.
       01  WS-Margin-Pct            pic s9(5)v9 value 0.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Menu Engineering Report'.

       01  Item-Report-Line.
           05 IRL-Item-Name         pic x(20).
           05 filler                pic x(1) value space.
           05 IRL-Qty               pic -(5)9.
           05 filler                pic x(1) value space.
           05 IRL-Net               pic -(7)9.99.
           05 filler                pic x(1) value space.
           05 IRL-COGS              pic -(6)9.99.
           05 filler                pic x(1) value space.
           05 IRL-Margin            pic -(7)9.99.
           05 filler                pic x(1) value space.
           05 IRL-Margin-Pct        pic -(3)9.9.
           05 filler                pic x(1) value space.
           05 IRL-Class             pic x(9).

       01  WS-Amount-Out            pic -(8)9.99.
       01  WS-Unit-Margin-Out       pic -(5)9.99.
       01  WS-Cutoff-Out            pic -(8)9.9.

       Procedure Division.

           Perform 0100-Get-Date-Range
              thru 0100-Get-Date-Range-Exit.

           if Dates-Are-Valid
               Perform 0500-Load-Menu-Items
                  thru 0500-Load-Menu-Items-Exit

               Perform 1000-Summarize-Transactions
                  thru 1000-Summarize-Transactions-Exit

               Perform 1500-Compute-Margins
                  thru 1500-Compute-Margins-Exit

               Perform 1600-Classify-Items
                  thru 1600-Classify-Items-Exit

               Perform 2000-Print-Report
                  thru 2000-Print-Report-Exit
           end-if.

           Goback.

       0100-Get-Date-Range.

           Display ' '.
           Display 'Enter first date of the range (YYYYMMDD):'.
           Accept WS-From-Date-Text.

           Display 'Enter last date of the range (YYYYMMDD,'
               ' blank = same day):'.
           Accept WS-Thru-Date-Text.

           if WS-Thru-Date-Text = spaces
               move WS-From-Date-Text to WS-Thru-Date-Text
           end-if.

           compute WS-Date-Test =
                   function test-numval(WS-From-Date-Text).

           if WS-Date-Test = 0
               compute WS-From-YYYYMMDD =
                       function numval(WS-From-Date-Text)
               compute WS-Date-Test =
                       function test-numval(WS-Thru-Date-Text)
           end-if.

           if WS-Date-Test = 0
               compute WS-Thru-YYYYMMDD =
                       function numval(WS-Thru-Date-Text)
           end-if.

           if WS-Date-Test not = 0
           or WS-From-YYYYMMDD < 19000101
           or WS-Thru-YYYYMMDD < WS-From-YYYYMMDD
               Display 'Invalid date range; report not run.'
           else
               set Dates-Are-Valid to true
           end-if.

       0100-Get-Date-Range-Exit.
           Exit.

       0500-Load-Menu-Items.

           move 0 to WS-Item-Entries.

           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status "); no item costs loaded."
           else
               read Menu-Item-File
                 at end set No-More-Menu-Items to true
               end-read

               perform until No-More-Menu-Items
                          or WS-Item-Entries not < 999

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
                       add 1 to WS-Item-Entries
                       set Item-Index to WS-Item-Entries
                       Perform 0550-Clear-Item-Entry
                          thru 0550-Clear-Item-Entry-Exit

                       move WS-Menu-Name-In
                         to ME-Item-Name(Item-Index)
                       move 'Y' to ME-On-Menu(Item-Index)

                       if WS-Menu-Active-In = 'N'
                           move 'N' to ME-Active(Item-Index)
                       end-if

                       if WS-Menu-Category-In = spaces
                           move 'General' to ME-Category(Item-Index)
                       else
                           move WS-Menu-Category-In
                             to ME-Category(Item-Index)
                       end-if

                       compute WS-Menu-Num-Test =
                               function test-numval(WS-Menu-Price-In)
                       if  WS-Menu-Num-Test = 0
                       and WS-Menu-Price-In not = spaces
                           compute ME-Menu-Price(Item-Index) =
                                   function numval(WS-Menu-Price-In)
                       end-if

                       compute WS-Menu-Num-Test =
                               function test-numval(WS-Menu-Cost-In)
                       if  WS-Menu-Num-Test = 0
                       and WS-Menu-Cost-In not = spaces
                           compute ME-Unit-Cost(Item-Index) =
                                   function numval(WS-Menu-Cost-In)
                       end-if
                   end-if

                   read Menu-Item-File
                     at end set No-More-Menu-Items to true
                   end-read

               end-perform

               close Menu-Item-File
           end-if.

       0500-Load-Menu-Items-Exit.
           Exit.

       0550-Clear-Item-Entry.

           move spaces to ME-Item-Name(Item-Index).
           move spaces to ME-Category(Item-Index).
           move 0      to ME-Menu-Price(Item-Index).
           move 0      to ME-Unit-Cost(Item-Index).
           move 'N'    to ME-On-Menu(Item-Index).
           move 'Y'    to ME-Active(Item-Index).
           move 0      to ME-Qty(Item-Index).
           move 0      to ME-Gross(Item-Index).
           move 0      to ME-Discount(Item-Index).
           move 0      to ME-Net(Item-Index).
           move 0      to ME-COGS(Item-Index).
           move 0      to ME-Margin(Item-Index).
           move 0      to ME-Unit-Margin(Item-Index).
           move spaces to ME-Class(Item-Index).

       0550-Clear-Item-Entry-Exit.
           Exit.

       1000-Summarize-Transactions.

           open input Order-Trans-File.

           if WS-Order-Trans-Status not = '00'
               Display "Warning: cannot open orderTrans.csv (status "
                   WS-Order-Trans-Status "); reporting no sales."
           else
               read Order-Trans-File
                 at end set No-More-Trans to true
               end-read

               perform until No-More-Trans

                   move Order-Trans-File-Record to Order-Trans-Record

                   move 0 to WS-Record-YYYYMMDD

                   compute WS-Month-Test =
                           function test-numval(OTR-Order-Month)

                   if  WS-Month-Test = 0
                   and OTR-Order-Day  is numeric
                   and OTR-Order-Year is numeric
                       compute WS-Month-Work =
                               function numval(OTR-Order-Month)
                       compute WS-Record-YYYYMMDD =
                               OTR-Order-Year * 10000
                             + WS-Month-Work * 100
                             + OTR-Order-Day
                   end-if

                   if  (OTR-Is-Sale or OTR-Is-Void)
                   and WS-Record-YYYYMMDD not < WS-From-YYYYMMDD
                   and WS-Record-YYYYMMDD not > WS-Thru-YYYYMMDD
                       Perform 1100-Post-Record
                          thru 1100-Post-Record-Exit
                   end-if

                   read Order-Trans-File
                     at end set No-More-Trans to true
                   end-read

               end-perform

               Perform 1200-Close-Order
                  thru 1200-Close-Order-Exit

               close Order-Trans-File
           end-if.

       1000-Summarize-Transactions-Exit.
           Exit.

       1100-Post-Record.

      *    Sequences restart per register, so an order is a
      *    (terminal, seq) pair; a void is its own order with
      *    negative lines and nets out the sale it reverses.
           if OTR-Order-Seq   not = WS-Current-Order-Seq
           or OTR-Terminal-Id not = WS-Current-Terminal
               Perform 1200-Close-Order
                  thru 1200-Close-Order-Exit
               move OTR-Order-Seq   to WS-Current-Order-Seq
               move OTR-Terminal-Id to WS-Current-Terminal
           end-if.

      *    Promo and loyalty redemptions reduce what the items
      *    actually brought in; gift card loads and redemptions are
      *    money changing form, not item sales, so they are left
      *    out altogether - as are deposits on booked orders.
           evaluate true
               when OTR-Category = 'Discount'
               or   OTR-Category = 'Loyalty'
                   add OTR-Item-Price to WS-Order-Discount

               when OTR-Category = 'GiftCard'
               or   OTR-Category = 'Deposit'
                   continue

               when other
                   Perform 1300-Find-Item
                      thru 1300-Find-Item-Exit

                   if WS-Found-Item-Idx > 0
                       add OTR-Quantity
                         to ME-Qty(WS-Found-Item-Idx)
                       add OTR-Item-Price
                         to ME-Gross(WS-Found-Item-Idx)

                       if WS-Order-Line-Count < 50
                           add 1 to WS-Order-Line-Count
                           move WS-Found-Item-Idx
                             to OB-Item-Idx(WS-Order-Line-Count)
                           move OTR-Item-Price
                             to OB-Price(WS-Order-Line-Count)
                       end-if
                   end-if
           end-evaluate.

       1100-Post-Record-Exit.
           Exit.

       1200-Close-Order.

           move 0 to WS-Order-Gross.

           perform varying Order-Line-Index from 1 by 1
                   until Order-Line-Index > WS-Order-Line-Count
               add OB-Price(Order-Line-Index) to WS-Order-Gross
           end-perform.

      *    Each line takes its share of the discount; the last line
      *    takes whatever is left so the cents always add back up.
           if  WS-Order-Discount not = 0
           and WS-Order-Gross    not = 0

               move WS-Order-Discount to WS-Discount-Left

               perform varying Order-Line-Index from 1 by 1
                       until Order-Line-Index > WS-Order-Line-Count

                   if Order-Line-Index = WS-Order-Line-Count
                       move WS-Discount-Left to WS-Line-Discount
                   else
                       compute WS-Line-Discount rounded =
                               WS-Order-Discount
                             * OB-Price(Order-Line-Index)
                             / WS-Order-Gross
                   end-if

                   subtract WS-Line-Discount from WS-Discount-Left
                   add WS-Line-Discount
                     to ME-Discount(OB-Item-Idx(Order-Line-Index))

               end-perform
           end-if.

           move 0 to WS-Order-Line-Count.
           move 0 to WS-Order-Discount.

       1200-Close-Order-Exit.
           Exit.

       1300-Find-Item.

           move 0 to WS-Found-Item-Idx.

           perform varying Item-Index from 1 by 1
                   until Item-Index > WS-Item-Entries
                      or WS-Found-Item-Idx > 0
               if ME-Item-Name(Item-Index) = OTR-Item-Name
                   set WS-Found-Item-Idx to Item-Index
               end-if
           end-perform.

           if  WS-Found-Item-Idx = 0
           and WS-Item-Entries < 1050
               add 1 to WS-Item-Entries
               set Item-Index to WS-Item-Entries
               Perform 0550-Clear-Item-Entry
                  thru 0550-Clear-Item-Entry-Exit
               move OTR-Item-Name to ME-Item-Name(Item-Index)
               move OTR-Category  to ME-Category(Item-Index)
               move WS-Item-Entries to WS-Found-Item-Idx
           end-if.

       1300-Find-Item-Exit.
           Exit.

       1500-Compute-Margins.

           perform varying Item-Index from 1 by 1
                   until Item-Index > WS-Item-Entries

               compute ME-Net(Item-Index) =
                       ME-Gross(Item-Index) + ME-Discount(Item-Index)
               compute ME-COGS(Item-Index) =
                       ME-Qty(Item-Index) * ME-Unit-Cost(Item-Index)
               compute ME-Margin(Item-Index) =
                       ME-Net(Item-Index) - ME-COGS(Item-Index)

      *        An item that did not sell is judged on its menu
      *        price, so a new or slow item can still show as a
      *        puzzle rather than a dog.
               if ME-Qty(Item-Index) > 0
                   compute ME-Unit-Margin(Item-Index) rounded =
                           ME-Margin(Item-Index) / ME-Qty(Item-Index)
               else
                   compute ME-Unit-Margin(Item-Index) =
                           ME-Menu-Price(Item-Index)
                         - ME-Unit-Cost(Item-Index)
               end-if

               add ME-Qty(Item-Index)      to WS-Total-Qty
               add ME-Net(Item-Index)      to WS-Total-Net
               add ME-COGS(Item-Index)     to WS-Total-COGS
               add ME-Margin(Item-Index)   to WS-Total-Margin
               add ME-Discount(Item-Index) to WS-Total-Discount

               Perform 1550-Add-To-Category
                  thru 1550-Add-To-Category-Exit

           end-perform.

       1500-Compute-Margins-Exit.
           Exit.

       1550-Add-To-Category.

           move 0 to WS-Found-Category-Idx.

           perform varying Category-Index from 1 by 1
                   until Category-Index > WS-Category-Entries
                      or WS-Found-Category-Idx > 0
               if MC-Category(Category-Index) = ME-Category(Item-Index)
                   set WS-Found-Category-Idx to Category-Index
               end-if
           end-perform.

           if  WS-Found-Category-Idx = 0
           and WS-Category-Entries < 20
               add 1 to WS-Category-Entries
               move WS-Category-Entries to WS-Found-Category-Idx
               move ME-Category(Item-Index)
                 to MC-Category(WS-Found-Category-Idx)
               move 0 to MC-Qty(WS-Found-Category-Idx)
               move 0 to MC-Net(WS-Found-Category-Idx)
               move 0 to MC-COGS(WS-Found-Category-Idx)
               move 0 to MC-Margin(WS-Found-Category-Idx)
           end-if.

           if WS-Found-Category-Idx > 0
               add ME-Qty(Item-Index)
                 to MC-Qty(WS-Found-Category-Idx)
               add ME-Net(Item-Index)
                 to MC-Net(WS-Found-Category-Idx)
               add ME-COGS(Item-Index)
                 to MC-COGS(WS-Found-Category-Idx)
               add ME-Margin(Item-Index)
                 to MC-Margin(WS-Found-Category-Idx)
           end-if.

       1550-Add-To-Category-Exit.
           Exit.

       1600-Classify-Items.

      *    The usual menu-engineering test: an item is popular when
      *    its share of items sold is at least 70% of an even share
      *    (1 / number of items), and profitable when its margin
      *    per unit is at least the average margin per unit sold.
      *    Items on the menu but switched off that sold nothing in
      *    the range are left out of the count and not classified.
           move 0 to WS-Class-Item-Count.

           perform varying Item-Index from 1 by 1
                   until Item-Index > WS-Item-Entries
               if ME-Qty(Item-Index) > 0
               or (ME-Is-On-Menu(Item-Index)
                   and ME-Is-Active(Item-Index))
                   add 1 to WS-Class-Item-Count
               end-if
           end-perform.

           if WS-Class-Item-Count > 0
               compute WS-Popularity-Cutoff =
                       WS-Total-Qty * 0.70 / WS-Class-Item-Count
           end-if.

           if WS-Total-Qty > 0
               compute WS-Average-Unit-Margin rounded =
                       WS-Total-Margin / WS-Total-Qty
           end-if.

           perform varying Item-Index from 1 by 1
                   until Item-Index > WS-Item-Entries

               if ME-Qty(Item-Index) > 0
               or (ME-Is-On-Menu(Item-Index)
                   and ME-Is-Active(Item-Index))

                   evaluate true
                       when ME-Qty(Item-Index) > 0
                       and  ME-Qty(Item-Index)
                            not < WS-Popularity-Cutoff
                       and  ME-Unit-Margin(Item-Index)
                            not < WS-Average-Unit-Margin
                           move 'STAR'      to ME-Class(Item-Index)
                       when ME-Qty(Item-Index) > 0
                       and  ME-Qty(Item-Index)
                            not < WS-Popularity-Cutoff
                           move 'PLOWHORSE' to ME-Class(Item-Index)
                       when ME-Unit-Margin(Item-Index)
                            not < WS-Average-Unit-Margin
                           move 'PUZZLE'    to ME-Class(Item-Index)
                       when other
                           move 'DOG'       to ME-Class(Item-Index)
                   end-evaluate

               end-if

           end-perform.

       1600-Classify-Items-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'For dates: ' WS-From-YYYYMMDD ' thru '
               WS-Thru-YYYYMMDD.
           Display WS-Separator-Line.
           Display 'Item                    Qty   Net sales      COGS'
               '      Margin  Mgn %  Class'.
           Display WS-Separator-Line.

           perform varying Item-Index from 1 by 1
                   until Item-Index > WS-Item-Entries

               if ME-Qty(Item-Index) not = 0
               or ME-Class(Item-Index) not = spaces
                   move ME-Item-Name(Item-Index) to IRL-Item-Name
                   move ME-Qty(Item-Index)       to IRL-Qty
                   move ME-Net(Item-Index)       to IRL-Net
                   move ME-COGS(Item-Index)      to IRL-COGS
                   move ME-Margin(Item-Index)    to IRL-Margin
                   move ME-Class(Item-Index)     to IRL-Class

                   if ME-Net(Item-Index) > 0
                       compute WS-Margin-Pct rounded =
                               ME-Margin(Item-Index) * 100
                             / ME-Net(Item-Index)
                   else
                       move 0 to WS-Margin-Pct
                   end-if
                   move WS-Margin-Pct to IRL-Margin-Pct

                   Display Item-Report-Line
               end-if

           end-perform.

           Display WS-Separator-Line.
           Display 'By category'.
           Display WS-Separator-Line.

           perform varying Category-Index from 1 by 1
                   until Category-Index > WS-Category-Entries

               if MC-Qty(Category-Index) not = 0
               or MC-Net(Category-Index) not = 0
                   move MC-Category(Category-Index) to IRL-Item-Name
                   move MC-Qty(Category-Index)      to IRL-Qty
                   move MC-Net(Category-Index)      to IRL-Net
                   move MC-COGS(Category-Index)     to IRL-COGS
                   move MC-Margin(Category-Index)   to IRL-Margin
                   move spaces                      to IRL-Class

                   if MC-Net(Category-Index) > 0
                       compute WS-Margin-Pct rounded =
                               MC-Margin(Category-Index) * 100
                             / MC-Net(Category-Index)
                   else
                       move 0 to WS-Margin-Pct
                   end-if
                   move WS-Margin-Pct to IRL-Margin-Pct

                   Display Item-Report-Line
               end-if

           end-perform.

           Display WS-Separator-Line.

           move 'Total'         to IRL-Item-Name.
           move WS-Total-Qty    to IRL-Qty.
           move WS-Total-Net    to IRL-Net.
           move WS-Total-COGS   to IRL-COGS.
           move WS-Total-Margin to IRL-Margin.
           move spaces          to IRL-Class.

           if WS-Total-Net > 0
               compute WS-Margin-Pct rounded =
                       WS-Total-Margin * 100 / WS-Total-Net
           else
               move 0 to WS-Margin-Pct
           end-if.
           move WS-Margin-Pct to IRL-Margin-Pct.

           Display Item-Report-Line.
           Display WS-Separator-Line.

           move WS-Total-Discount to WS-Amount-Out.
           Display 'Discounts spread over items: ' WS-Amount-Out.
           move WS-Average-Unit-Margin to WS-Unit-Margin-Out.
           Display 'Average margin per item sold: ' WS-Unit-Margin-Out.
           move WS-Popularity-Cutoff to WS-Cutoff-Out.
           Display 'Popular at or above qty:     ' WS-Cutoff-Out.
           Display 'STAR high qty/high margin   PLOWHORSE high qty/'
               'low margin'.
           Display 'PUZZLE low qty/high margin  DOG low qty/low'
               ' margin'.
           Display WS-Separator-Line.

       2000-Print-Report-Exit.
           Exit.

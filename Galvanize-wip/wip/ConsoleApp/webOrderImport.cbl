       Identification Division.
       program-id. webOrderImport.

       Environment Division.
       input-output section.
       file-control.

       select Web-Order-File
              assign to "webOrders.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Web-Order-Status.

       select Web-Ledger-File
              assign to "webOrderLedger.dat"
              organization is indexed
              access mode is dynamic
              record key is WLG-Ext-Order-No
              file status is WS-Web-Ledger-Status.

       select Web-Exception-File
              assign to "webOrderExceptions.txt"
              organization is line sequential
              access mode is sequential
              file status is WS-Web-Exception-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              lock mode is manual
              file status is WS-Menu-Item-Status.

       select Tax-Rate-File
              assign to "taxRates.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Tax-Rate-Status.

       select Order-Trans-File
              assign to "orderTrans.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Trans-Status.

       select Trans-Index-File
              assign to "orderTransIdx.dat"
              organization is indexed
              access mode is dynamic
              record key is ITX-Key
              file status is WS-Trans-Idx-Status.

       select Order-Seq-File
              assign to "orderSeqWEB.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Seq-Status.

       select Ticket-Barista-File
              assign to "ticketBarista.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Ticket-Barista-Status.

       select Ticket-Counter-File
              assign to "ticketCounter.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Ticket-Counter-Status.

       select Ticket-Kitchen-File
              assign to "ticketKitchen.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Ticket-Kitchen-Status.

       Data Division.

       File Section.

        FD Web-Order-File
           record contains 80.

        01 Web-Order-File-Record  pic x(80).

        FD Web-Ledger-File
           record contains 80.

      *    One record per web/phone order already posted - the
      *    external order number is the key, so a rerun of the same
      *    inbound file finds it and skips the order.
        01 Web-Ledger-Record.
           05 WLG-Ext-Order-No      pic x(12).
           05 WLG-Order-Seq         pic 9(9).
           05 WLG-Imported-Time     pic x(22).
           05 WLG-Customer-Name     pic x(25).
           05 WLG-Pickup-Time       pic x(5).
           05 WLG-Prepaid-Flag      pic x(1).
           05 filler                pic x(6).

        FD Web-Exception-File
           record contains 100.

        01 Web-Exception-Record  pic x(100).

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Tax-Rate-File
           record contains 40.

        01 Tax-Rate-File-Record  pic x(40).

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Trans-Index-File
           record contains 270.

        01 Trans-Index-Record.
           05 ITX-Key.
              10 ITX-Order-Seq   pic 9(9).
              10 ITX-Terminal-Id pic x(4).
              10 ITX-Line-No     pic 9(3).
           05 ITX-Trans-Data     pic x(254).

        FD Order-Seq-File
           record contains 9.

        01 Order-Seq-File-Record  pic 9(9).

        FD Ticket-Barista-File
           record contains 134.

        01 Ticket-Barista-Record  pic x(134).

        FD Ticket-Counter-File
           record contains 134.

        01 Ticket-Counter-Record  pic x(134).

        FD Ticket-Kitchen-File
           record contains 134.

        01 Ticket-Kitchen-Record  pic x(134).

       working-storage section.

       01  WS-Web-Order-Status      pic xx.
       01  WS-Web-Ledger-Status     pic xx.
       01  WS-Web-Exception-Status  pic xx.
       01  WS-Menu-Item-Status      pic xx.
       01  WS-Tax-Rate-Status       pic xx.
       01  WS-Order-Trans-Status    pic xx.
       01  WS-Trans-Idx-Status      pic xx.
       01  WS-Order-Seq-Status      pic xx.
       01  WS-Ticket-Barista-Status pic xx.
       01  WS-Ticket-Counter-Status pic xx.
       01  WS-Ticket-Kitchen-Status pic xx.

       01  Web-Order-EOF-Switch pic x(3) value 'no'.
           88 No-More-Web-Orders    value 'yes'.

       01  Menu-Item-EOF-Switch pic x(3) value 'no'.
           88 No-More-Menu-Items    value 'yes'.

       01  Tax-Rate-EOF-Switch pic x(3) value 'no'.
           88 No-More-Tax-Rates     value 'yes'.

       01  WS-Trans-Idx-Avail-Switch pic x(3) value 'no'.
           88 Trans-Idx-Available   value 'yes'.

       01  WS-Ledger-Avail-Switch   pic x(3) value 'no'.
           88 Ledger-Available      value 'yes'.

       01  WS-Menu-Avail-Switch     pic x(3) value 'no'.
           88 Menu-File-Available   value 'yes'.

      *    Inbound webOrders.dat - fixed positions, no delimiters,
      *    one H record per order followed by its D item lines. The
      *    quantity is three digits, zero or space filled.
       01  Web-Order-Header.
           05 WOH-Record-Type       pic x(1).
              88 WOH-Is-Header      value 'H'.
              88 WOH-Is-Detail      value 'D'.
           05 WOH-Ext-Order-No      pic x(12).
           05 WOH-Customer-Name     pic x(25).
           05 WOH-Pickup-Time       pic x(5).
           05 WOH-Prepaid-Flag      pic x(1).
              88 WOH-Is-Prepaid     value 'Y'.
              88 WOH-Pay-At-Pickup  value 'N'.
           05 filler                pic x(36).

       01  Web-Order-Detail redefines Web-Order-Header.
           05 WOD-Record-Type       pic x(1).
           05 WOD-Ext-Order-No      pic x(12).
           05 WOD-Item-Name         pic x(20).
           05 WOD-Quantity          pic x(3).
           05 filler                pic x(44).

      *    The order being assembled from its H and D records.
       01  WS-Cur-Ext-Order-No      pic x(12).
       01  WS-Cur-Customer-Name     pic x(25).
       01  WS-Cur-Pickup-Time       pic x(5).
       01  WS-Cur-Prepaid-Flag      pic x(1).
           88 Cur-Is-Prepaid        value 'Y'.
           88 Cur-Pay-At-Pickup     value 'N'.

       01  Web-Line-Table.
           05 Web-Line occurs 20 times
                       indexed by Web-Line-Index.
               10 WL-Item-Name      pic x(20).
               10 WL-Qty-Text       pic x(3).
               10 WL-Quantity       pic s9(3) comp.
               10 WL-Menu-Idx       pic s9(4) comp.
               10 WL-Line-Price     pic s9(7)v99.
       01  WS-Web-Line-Count        pic s9(4) comp value 0.
       01  WS-Web-Line-Overflow     pic s9(4) comp value 0.
       01  WS-Web-Line-Mismatch     pic s9(4) comp value 0.

       01  WS-Order-Valid-Switch    pic x(3).
           88 Order-Is-Valid        value 'yes'.
           88 Order-Is-Rejected     value 'no'.
       01  WS-Order-Header-Written  pic x(3).
       01  WS-Duplicate-Switch      pic x(3).
           88 Order-Already-Imported value 'yes'.

       01  WS-Qty-Work              pic x(3).
       01  WS-Qty-Numeric           redefines WS-Qty-Work pic 9(3).
       01  WS-Qty-In-Order          pic s9(5) comp.
       01  WS-Scan-Sub              pic s9(4) comp.

      *    cafeItems.dat - name,price,active,stock,category,cost.
      *    Only what validating and pricing a web order needs; what
      *    was sold is taken off each item on file at the end.
       01  Menu-Table.
           05 Menu-Entry occurs 999 times
                         indexed by Menu-Index.
               10 MT-Item-Name      pic x(20).
               10 MT-Price          pic 9(4)v99.
               10 MT-Active         pic x(1).
                  88 MT-Is-Active   value 'Y'.
               10 MT-Stock          pic s9(7) comp.
               10 MT-Sold           pic s9(7) comp.
               10 MT-Category       pic x(10).
       01  WS-Menu-Entries          pic s9(4) comp value 0.
       01  WS-Found-Menu-Idx        pic s9(4) comp value 0.

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Category-In      pic x(10).
       01  WS-Menu-Num-Test         pic s9(4) comp.
       01  WS-Menu-Stock-Value      pic s9(7) comp.
       01  WS-Post-Quantity         pic s9(5) comp.
       01  WS-CSV-Line              pic x(80).

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

      *    A register holds an item's lock only while it posts a
      *    change, so a busy item is simply read again; one still
      *    busy after this many tries is left for the operator.
       01  WS-Menu-Lock-Switch      pic x(1).
           88 Menu-Item-Locked      value 'L'.
           88 Menu-Item-Lock-Given-Up value 'X'.
       01  WS-Lock-Tries            pic s9(5) comp.
       01  WS-Lock-Try-Limit        pic s9(5) comp value 5000.

      *    taxRates.csv - category,rate,effective YYYYMMDD, the
      *    same table and lookup rule the registers use.
       01  Tax-Rate-Table.
           05 Tax-Rate-Entry occurs 20 times
                             indexed by Tax-Index.
               10 TXE-Category      pic x(10).
               10 TXE-Rate          pic s9v9(4) comp-3.
               10 TXE-Eff-Date      pic 9(8).
       01  WS-Tax-Rate-Entries      pic s9(4) comp value 0.
       01  WS-TaxR-Category-In      pic x(10).
       01  WS-TaxR-Rate-Text        pic x(10).
       01  WS-TaxR-Date-Text        pic x(10).
       01  WS-TaxR-Rate-Test        pic s9(4) comp.
       01  WS-TaxR-Date-Test        pic s9(4) comp.
       01  WS-Tax-Category          pic x(10).
       01  WS-Category-Tax-Rate     pic s9v9(4) comp-3.
       01  WS-Sales-Tax-Rate        pic s9v9(4) comp-3 value 0.0825.
       01  WS-Best-Eff-Date         pic 9(8).
       01  WS-Rate-Found-Switch     pic x(1).
       01  WS-Today-YYYYMMDD        pic 9(8).

       01  WS-Order-Sequence        pic 9(9) value 0.
       01  WS-Web-Terminal-Id       pic x(4) value 'WEB'.
       01  WS-Web-Cashier-Id        pic x(10) value 'WEB'.
       01  WS-Order-Total           pic s9(7)v99.
       01  WS-Order-Tax             pic s9(7)v99.
       01  WS-Line-Tax              pic s9(7)v99.
       01  WS-Order-Grand-Total     pic s9(7)v99.
       01  WS-Idx-Line-No           pic 9(3).

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

       01  Order-Trans-Record.
           05 OTR-Order-Time        pic x(22).
           05 filler                pic x(1) value ','.
           05 OTR-Order-Seq         pic 9(9).
           05 filler                pic x(1) value ','.
           05 OTR-Order-Tax         pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 OTR-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 OTR-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1) value ','.
           05 OTR-Item-Price        pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1) value ','.
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1) value ','.
           05 OTR-Void-Reason       pic x(15).
           05 filler                pic x(1) value ','.
           05 OTR-Cashier-Id        pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Payment-Type      pic x(1).
              88 OTR-Is-Cash        value 'C'.
              88 OTR-Is-Card        value 'K'.
              88 OTR-Is-Gift        value 'G'.
           05 filler                pic x(1) value ','.
           05 OTR-Tendered-Amount   pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 OTR-Category          pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Loyalty-Id        pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Gift-Card-No      pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 OTR-Tax-Exempt        pic x(1).
              88 OTR-Is-Tax-Exempt  value 'Y'.
           05 filler                pic x(1) value ','.
           05 OTR-Exempt-Cert       pic x(12).
           05 filler                pic x(1) value ','.
           05 OTR-Approver-Id       pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Card-Auth-Code    pic x(6).
           05 filler                pic x(1) value ','.
           05 OTR-Card-Last-Four    pic x(4).
           05 OTR-Modifiers occurs 3 times.
              10 filler             pic x(1) value ','.
              10 OTR-Modifier-Code  pic x(6).
              10 filler             pic x(1) value ','.
              10 OTR-Modifier-Price pic s9(3)v99 sign leading separate.

       01  Kitchen-Ticket-Record.
           05 KTR-Order-Time        pic x(22).
           05 filler                pic x(1) value ','.
           05 KTR-Order-Seq         pic 9(9).
           05 filler                pic x(1) value ','.
           05 KTR-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 KTR-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1) value ','.
           05 KTR-Status            pic x(1).
              88 KTR-Is-New         value 'N'.
              88 KTR-Is-Started     value 'P'.
              88 KTR-Is-Done        value 'D'.
           05 filler                pic x(1) value ','.
           05 KTR-Start-Time        pic x(8).
           05 filler                pic x(1) value ','.
           05 KTR-Done-Time         pic x(8).
           05 filler                pic x(1) value ','.
           05 KTR-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 KTR-Modifier-Text     pic x(50).

       01  WS-Mod-Slot              pic s9(4) comp.

       01  WS-Exception-Line        pic x(100).
       01  WS-Record-Num            pic s9(9) comp value 0.
       01  WS-Record-Num-Out        pic zzzzzz9.
       01  WS-Line-Num-Out          pic z9.

       01  WS-Orders-Read           pic s9(7) comp value 0.
       01  WS-Orders-Imported       pic s9(7) comp value 0.
       01  WS-Orders-Duplicate      pic s9(7) comp value 0.
       01  WS-Orders-Rejected       pic s9(7) comp value 0.
       01  WS-Stray-Records         pic s9(7) comp value 0.
       01  WS-Imported-Value        pic s9(9)v99 value 0.
       01  WS-Count-Out             pic zzzzzz9.
       01  WS-Amount-Out            pic zzz,zzz,zz9.99-.
       01  WS-Seq-Out               pic 9(9).

       01  WS-Separator-Line        pic x(80)  value all '-'.

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           if WS-Web-Order-Status = '00'
               Perform 1000-Import-Orders
                  thru 1000-Import-Orders-Exit

               Perform 9000-Close-Files
                  thru 9000-Close-Files-Exit
           end-if.

           Perform 9500-Print-Summary
              thru 9500-Print-Summary-Exit.

           Goback.

       0000-Initialization.

           Move function current-date to WS-Current-Timestamp.
           compute WS-Today-YYYYMMDD =
                   WS-Current-Year * 10000
                 + WS-Current-Month * 100
                 + WS-Current-Day.

           open input Web-Order-File.

           if WS-Web-Order-Status not = '00'
               Display "Warning: cannot open webOrders.dat (status "
                   WS-Web-Order-Status "); nothing imported."
           else
               Perform 0500-Load-Menu-Items
                  thru 0500-Load-Menu-Items-Exit

               Perform 0600-Load-Tax-Rates
                  thru 0600-Load-Tax-Rates-Exit

               Perform 0700-Load-Order-Sequence
                  thru 0700-Load-Order-Sequence-Exit

               Perform 0800-Open-Output-Files
                  thru 0800-Open-Output-Files-Exit
           end-if.

       0000-Initialization-Exit.
           Exit.

       0500-Load-Menu-Items.

           move 0 to WS-Menu-Entries.

           open input Menu-Item-File.

           if WS-Menu-Item-Status not = '00'
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status "); every order will reject."
           else
               read Menu-Item-File next record
                 at end set No-More-Menu-Items to true
               end-read

               perform until No-More-Menu-Items
                          or WS-Menu-Entries not < 999

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
                       add 1 to WS-Menu-Entries
                       set Menu-Index to WS-Menu-Entries

                       move WS-Menu-Name-In
                         to MT-Item-Name(Menu-Index)
                       move WS-Menu-Active-In
                         to MT-Active(Menu-Index)
                       move 0 to MT-Sold(Menu-Index)

                       if WS-Menu-Category-In = spaces
                           move 'General' to MT-Category(Menu-Index)
                       else
                           move WS-Menu-Category-In
                             to MT-Category(Menu-Index)
                       end-if

      *                An unreadable price or stock count makes the
      *                item unsellable here rather than free.
                       compute WS-Menu-Num-Test =
                               function test-numval(WS-Menu-Price-In)
                       if  WS-Menu-Num-Test = 0
                       and WS-Menu-Price-In not = spaces
                           compute MT-Price(Menu-Index) =
                                   function numval(WS-Menu-Price-In)
                       else
                           move 0   to MT-Price(Menu-Index)
                           move 'N' to MT-Active(Menu-Index)
                       end-if

                       compute WS-Menu-Num-Test =
                               function test-numval(WS-Menu-Stock-In)
                       if  WS-Menu-Num-Test = 0
                       and WS-Menu-Stock-In not = spaces
                           compute MT-Stock(Menu-Index) =
                                   function numval(WS-Menu-Stock-In)
                       else
                           move 0 to MT-Stock(Menu-Index)
                       end-if
                   end-if

                   read Menu-Item-File next record
                     at end set No-More-Menu-Items to true
                   end-read

               end-perform

               close Menu-Item-File
           end-if.

       0500-Load-Menu-Items-Exit.
           Exit.

       0600-Load-Tax-Rates.

           move 0 to WS-Tax-Rate-Entries.

           open input Tax-Rate-File.

           if WS-Tax-Rate-Status = '00'

               read Tax-Rate-File into Tax-Rate-File-Record
                 at end set No-More-Tax-Rates to true
               end-read

               perform until No-More-Tax-Rates
                          or WS-Tax-Rate-Entries not < 20

                   move spaces to WS-TaxR-Category-In
                   move spaces to WS-TaxR-Rate-Text
                   move spaces to WS-TaxR-Date-Text

                   Unstring Tax-Rate-File-Record
                     delimited by ","
                     into WS-TaxR-Category-In
                          WS-TaxR-Rate-Text
                          WS-TaxR-Date-Text

                   compute WS-TaxR-Rate-Test =
                           function test-numval(WS-TaxR-Rate-Text)
                   compute WS-TaxR-Date-Test =
                           function test-numval(WS-TaxR-Date-Text)

                   if WS-TaxR-Category-In = spaces
                   or WS-TaxR-Rate-Test not = 0
                   or WS-TaxR-Date-Test not = 0
                       Display 'Warning: skipping malformed line in'
                           ' taxRates.csv'
                   else
                       add 1 to WS-Tax-Rate-Entries
                       move WS-TaxR-Category-In
                         to TXE-Category(WS-Tax-Rate-Entries)
                       compute TXE-Rate(WS-Tax-Rate-Entries) =
                               function numval(WS-TaxR-Rate-Text)
                       compute TXE-Eff-Date(WS-Tax-Rate-Entries) =
                               function numval(WS-TaxR-Date-Text)
                   end-if

                   read Tax-Rate-File into Tax-Rate-File-Record
                     at end set No-More-Tax-Rates to true
                   end-read

               end-perform

               close Tax-Rate-File
           end-if.

           if WS-Tax-Rate-Entries = 0
               Display 'Warning: no usable tax table; all categories'
                   ' fall back to the default rate.'
           end-if.

       0600-Load-Tax-Rates-Exit.
           Exit.

       0700-Load-Order-Sequence.

      *    Web and phone orders number on their own register id,
      *    so they never collide with a till's sequence.
           move 0 to WS-Order-Sequence.

           open input Order-Seq-File.

           if WS-Order-Seq-Status = '00'
               read Order-Seq-File into WS-Order-Sequence
                 at end move 0 to WS-Order-Sequence
               end-read
               close Order-Seq-File
           end-if.

       0700-Load-Order-Sequence-Exit.
           Exit.

       0800-Open-Output-Files.

           open i-o Web-Ledger-File.

           if WS-Web-Ledger-Status = '35'
               open output Web-Ledger-File
               close Web-Ledger-File
               open i-o Web-Ledger-File
           end-if.

           if WS-Web-Ledger-Status = '00'
               set Ledger-Available to true
           else
               Display 'Warning: cannot open webOrderLedger.dat'
                   ' (status ' WS-Web-Ledger-Status
                   '); no orders imported - a rerun could duplicate.'
           end-if.

           open i-o Trans-Index-File.

           if WS-Trans-Idx-Status = '35'
               open output Trans-Index-File
               close Trans-Index-File
               open i-o Trans-Index-File
           end-if.

           if WS-Trans-Idx-Status = '00'
               set Trans-Idx-Available to true
           else
               Display 'Warning: cannot open orderTransIdx.dat'
                   ' (status ' WS-Trans-Idx-Status
                   '); run rebuildTransIndex after the import.'
           end-if.

           open extend Order-Trans-File.
           if WS-Order-Trans-Status not = '00'
               open output Order-Trans-File
           end-if.

           open extend Ticket-Barista-File.
           if WS-Ticket-Barista-Status not = '00'
               open output Ticket-Barista-File
           end-if.

           open extend Ticket-Counter-File.
           if WS-Ticket-Counter-Status not = '00'
               open output Ticket-Counter-File
           end-if.

           open extend Ticket-Kitchen-File.
           if WS-Ticket-Kitchen-Status not = '00'
               open output Ticket-Kitchen-File
           end-if.

           open i-o Menu-Item-File.

           if WS-Menu-Item-Status = '00'
               set Menu-File-Available to true
           else
               Display 'Warning: cannot open cafeItems.dat for update'
                   ' (status ' WS-Menu-Item-Status
                   '); no orders imported.'
           end-if.

      *    The exception list is this run's call-back list - a
      *    rerun rebuilds it from whatever is still rejected.
           open output Web-Exception-File.

       0800-Open-Output-Files-Exit.
           Exit.

       1000-Import-Orders.

           Perform 1050-Read-Web-Order
              thru 1050-Read-Web-Order-Exit.

           perform until No-More-Web-Orders

               if WOH-Is-Header
                   Perform 1100-Collect-Order
                      thru 1100-Collect-Order-Exit

                   Perform 1200-Process-Order
                      thru 1200-Process-Order-Exit
               else
      *            A detail line with no header ahead of it cannot
      *            be tied to a customer - list it and move on.
                   add 1 to WS-Stray-Records
                   move WS-Record-Num to WS-Record-Num-Out
                   move spaces to WS-Exception-Line
                   string 'Record ' delimited by size
                          WS-Record-Num-Out delimited by size
                          ': no order header for this line: '
                             delimited by size
                          Web-Order-File-Record(1:50)
                             delimited by size
                          into WS-Exception-Line
                   end-string
                   write Web-Exception-Record from WS-Exception-Line

                   Perform 1050-Read-Web-Order
                      thru 1050-Read-Web-Order-Exit
               end-if

           end-perform.

       1000-Import-Orders-Exit.
           Exit.

       1050-Read-Web-Order.

           read Web-Order-File into Web-Order-Header
             at end set No-More-Web-Orders to true
           end-read.

           if not No-More-Web-Orders
               add 1 to WS-Record-Num
           end-if.

       1050-Read-Web-Order-Exit.
           Exit.

       1100-Collect-Order.

           add 1 to WS-Orders-Read.

           move WOH-Ext-Order-No  to WS-Cur-Ext-Order-No.
           move WOH-Customer-Name to WS-Cur-Customer-Name.
           move WOH-Pickup-Time   to WS-Cur-Pickup-Time.
           move WOH-Prepaid-Flag  to WS-Cur-Prepaid-Flag.

           move 0 to WS-Web-Line-Count.
           move 0 to WS-Web-Line-Overflow.
           move 0 to WS-Web-Line-Mismatch.

           Perform 1050-Read-Web-Order
              thru 1050-Read-Web-Order-Exit.

           perform until No-More-Web-Orders
                      or not WOH-Is-Detail

               if WOD-Ext-Order-No not = WS-Cur-Ext-Order-No
                   add 1 to WS-Web-Line-Mismatch
               else
                   if WS-Web-Line-Count < 20
                       add 1 to WS-Web-Line-Count
                       set Web-Line-Index to WS-Web-Line-Count
                       move WOD-Item-Name
                         to WL-Item-Name(Web-Line-Index)
                       move WOD-Quantity
                         to WL-Qty-Text(Web-Line-Index)
                       move 0 to WL-Quantity(Web-Line-Index)
                       move 0 to WL-Menu-Idx(Web-Line-Index)
                       move 0 to WL-Line-Price(Web-Line-Index)
                   else
                       add 1 to WS-Web-Line-Overflow
                   end-if
               end-if

               Perform 1050-Read-Web-Order
                  thru 1050-Read-Web-Order-Exit

           end-perform.

       1100-Collect-Order-Exit.
           Exit.

       1200-Process-Order.

           set Order-Is-Valid to true.
           move 'no' to WS-Order-Header-Written.
           move 'no' to WS-Duplicate-Switch.

           if WS-Cur-Ext-Order-No = spaces
               move 'blank external order number'
                 to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

      *    Stock comes off as each order posts, so an order that
      *    cannot reach the menu file is held for the next run.
           if  Order-Is-Valid
           and not Menu-File-Available
               move 'menu file unavailable for update'
                 to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

      *    Already posted on an earlier run - skip quietly apart
      *    from the count; this is what makes a rerun safe.
           if Order-Is-Valid
               if not Ledger-Available
                   move 'order ledger unavailable'
                     to WS-Exception-Line
                   Perform 1290-Reject
                      thru 1290-Reject-Exit
               else
                   move WS-Cur-Ext-Order-No to WLG-Ext-Order-No
                   read Web-Ledger-File
                     invalid key continue
                   end-read
                   if WS-Web-Ledger-Status = '00'
                       add 1 to WS-Orders-Duplicate
                       set Order-Already-Imported to true
                   end-if
               end-if
           end-if.

           if  Order-Is-Valid
           and not Order-Already-Imported
               Perform 1210-Validate-Order
                  thru 1210-Validate-Order-Exit

               if Order-Is-Valid
                   Perform 1300-Post-Order
                      thru 1300-Post-Order-Exit
               end-if
           end-if.

           if Order-Is-Rejected
               add 1 to WS-Orders-Rejected
           end-if.

       1200-Process-Order-Exit.
           Exit.

       1210-Validate-Order.

           if not Cur-Is-Prepaid and not Cur-Pay-At-Pickup
               move 'prepaid flag must be Y or N'
                 to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

           if WS-Web-Line-Count = 0
               move 'no item lines' to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

           if WS-Web-Line-Overflow > 0
               move 'more than 20 item lines - split the order'
                 to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

           if WS-Web-Line-Mismatch > 0
               move 'item lines carry a different order number'
                 to WS-Exception-Line
               Perform 1290-Reject
                  thru 1290-Reject-Exit
           end-if.

           perform varying Web-Line-Index from 1 by 1
                   until Web-Line-Index > WS-Web-Line-Count
               Perform 1220-Validate-Line
                  thru 1220-Validate-Line-Exit
           end-perform.

       1210-Validate-Order-Exit.
           Exit.

       1220-Validate-Line.

           set WS-Scan-Sub to Web-Line-Index.
           move WS-Scan-Sub to WS-Line-Num-Out.

           move 0 to WS-Found-Menu-Idx.

           perform varying Menu-Index from 1 by 1
                   until Menu-Index > WS-Menu-Entries
                      or WS-Found-Menu-Idx > 0
               if MT-Item-Name(Menu-Index)
                  = WL-Item-Name(Web-Line-Index)
                   set WS-Found-Menu-Idx to Menu-Index
               end-if
           end-perform.

           move WL-Qty-Text(Web-Line-Index) to WS-Qty-Work.
           inspect WS-Qty-Work replacing leading space by '0'.

           evaluate true
               when WS-Qty-Work not numeric
               or   WS-Qty-Numeric = 0
                   move spaces to WS-Exception-Line
                   string 'line ' delimited by size
                          WS-Line-Num-Out delimited by size
                          ' bad quantity "' delimited by size
                          WL-Qty-Text(Web-Line-Index)
                             delimited by size
                          '" for ' delimited by size
                          WL-Item-Name(Web-Line-Index)
                             delimited by size
                          into WS-Exception-Line
                   end-string
                   Perform 1290-Reject
                      thru 1290-Reject-Exit

               when WS-Found-Menu-Idx = 0
                   move spaces to WS-Exception-Line
                   string 'line ' delimited by size
                          WS-Line-Num-Out delimited by size
                          ' unknown item ' delimited by size
                          WL-Item-Name(Web-Line-Index)
                             delimited by size
                          into WS-Exception-Line
                   end-string
                   Perform 1290-Reject
                      thru 1290-Reject-Exit

               when not MT-Is-Active(WS-Found-Menu-Idx)
                   move spaces to WS-Exception-Line
                   string 'line ' delimited by size
                          WS-Line-Num-Out delimited by size
                          ' item not on sale: ' delimited by size
                          WL-Item-Name(Web-Line-Index)
                             delimited by size
                          into WS-Exception-Line
                   end-string
                   Perform 1290-Reject
                      thru 1290-Reject-Exit

               when other
                   move WS-Qty-Numeric
                     to WL-Quantity(Web-Line-Index)
                   move WS-Found-Menu-Idx
                     to WL-Menu-Idx(Web-Line-Index)

      *            The same item on two lines has to fit the stock
      *            together, after what earlier orders in this run
      *            already took.
                   move 0 to WS-Qty-In-Order
                   perform varying WS-Scan-Sub from 1 by 1
                           until WS-Scan-Sub > WS-Web-Line-Count
                       if WL-Menu-Idx(WS-Scan-Sub) = WS-Found-Menu-Idx
                           add WL-Quantity(WS-Scan-Sub)
                             to WS-Qty-In-Order
                       end-if
                   end-perform

                   if WS-Qty-In-Order >
                      MT-Stock(WS-Found-Menu-Idx)
                      - MT-Sold(WS-Found-Menu-Idx)
                       move spaces to WS-Exception-Line
                       string 'line ' delimited by size
                              WS-Line-Num-Out delimited by size
                              ' out of stock: ' delimited by size
                              WL-Item-Name(Web-Line-Index)
                                 delimited by size
                              into WS-Exception-Line
                       end-string
                       Perform 1290-Reject
                          thru 1290-Reject-Exit
                   end-if
           end-evaluate.

       1220-Validate-Line-Exit.
           Exit.

       1290-Reject.

      *    Every problem with the order is listed under one header
      *    line carrying what the caller-back needs.
           set Order-Is-Rejected to true.

           if WS-Order-Header-Written = 'no'
               move 'yes' to WS-Order-Header-Written
               move WS-Exception-Line to WS-CSV-Line
               move spaces to WS-Exception-Line
               string 'REJECTED order ' delimited by size
                      WS-Cur-Ext-Order-No delimited by size
                      ' for ' delimited by size
                      WS-Cur-Customer-Name delimited by size
                      ' pickup ' delimited by size
                      WS-Cur-Pickup-Time delimited by size
                      into WS-Exception-Line
               end-string
               write Web-Exception-Record from WS-Exception-Line
               move WS-CSV-Line to WS-Exception-Line
           end-if.

           move spaces to WS-CSV-Line.
           string '    ' delimited by size
                  WS-Exception-Line delimited by size
                  into WS-CSV-Line
           end-string.
           write Web-Exception-Record from WS-CSV-Line.

       1290-Reject-Exit.
           Exit.

       1300-Post-Order.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           add 1 to WS-Order-Sequence.

      *    Price at the menu price and tax each line at its own
      *    category rate, the way the registers do.
           move 0 to WS-Order-Total.
           move 0 to WS-Order-Tax.

           perform varying Web-Line-Index from 1 by 1
                   until Web-Line-Index > WS-Web-Line-Count

               move WL-Menu-Idx(Web-Line-Index) to WS-Found-Menu-Idx

               compute WL-Line-Price(Web-Line-Index) =
                       MT-Price(WS-Found-Menu-Idx)
                     * WL-Quantity(Web-Line-Index)
               add WL-Line-Price(Web-Line-Index) to WS-Order-Total

               move MT-Category(WS-Found-Menu-Idx) to WS-Tax-Category
               Perform 1350-Get-Category-Tax-Rate
                  thru 1350-Get-Category-Tax-Rate-Exit

               compute WS-Line-Tax rounded =
                       WL-Line-Price(Web-Line-Index)
                     * WS-Category-Tax-Rate
               add WS-Line-Tax to WS-Order-Tax

           end-perform.

           compute WS-Order-Grand-Total = WS-Order-Total + WS-Order-Tax.

           perform varying Web-Line-Index from 1 by 1
                   until Web-Line-Index > WS-Web-Line-Count

               move WL-Menu-Idx(Web-Line-Index) to WS-Found-Menu-Idx

               move WS-Order-time                 to OTR-Order-Time
               move WS-Order-Sequence             to OTR-Order-Seq
               move WS-Order-Tax                  to OTR-Order-Tax
               move WL-Item-Name(Web-Line-Index)  to OTR-Item-Name
               move WL-Quantity(Web-Line-Index)   to OTR-Quantity
               move WL-Line-Price(Web-Line-Index) to OTR-Item-Price
               set OTR-Is-Sale                    to true
               move 0                             to OTR-Ref-Order-Seq
               move spaces                        to OTR-Void-Reason
               move WS-Web-Cashier-Id             to OTR-Cashier-Id

      *        Prepaid orders were charged on the web form's card
      *        terminal; the rest are cash owed at pickup, counted
      *        in with the WEB register at reconciliation.
               if Cur-Is-Prepaid
                   set OTR-Is-Card to true
               else
                   set OTR-Is-Cash to true
               end-if

               move WS-Order-Grand-Total    to OTR-Tendered-Amount
               move MT-Category(WS-Found-Menu-Idx) to OTR-Category
               move spaces                  to OTR-Loyalty-Id
               move spaces                  to OTR-Gift-Card-No
               move WS-Web-Terminal-Id      to OTR-Terminal-Id
               move 'N'                     to OTR-Tax-Exempt
               move spaces                  to OTR-Exempt-Cert
               move spaces                  to OTR-Approver-Id
               move spaces                  to OTR-Card-Auth-Code
               move spaces                  to OTR-Card-Last-Four

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   move spaces to OTR-Modifier-Code(WS-Mod-Slot)
                   move 0      to OTR-Modifier-Price(WS-Mod-Slot)
               end-perform

               write Order-Trans-File-Record from Order-Trans-Record

               set WS-Scan-Sub to Web-Line-Index
               move WS-Scan-Sub to WS-Idx-Line-No
               Perform 1360-Write-Trans-Index
                  thru 1360-Write-Trans-Index-Exit

               Perform 1370-Write-Ticket
                  thru 1370-Write-Ticket-Exit

               add WL-Quantity(Web-Line-Index)
                 to MT-Sold(WS-Found-Menu-Idx)

           end-perform.

           Perform 3000-Post-Order-Stock
              thru 3000-Post-Order-Stock-Exit.

           open output Order-Seq-File.
           write Order-Seq-File-Record from WS-Order-Sequence.
           close Order-Seq-File.

      *    The ledger entry goes last: an order is only marked as
      *    imported once its lines, tickets and stock are all down.
           move WS-Cur-Ext-Order-No  to WLG-Ext-Order-No.
           move WS-Order-Sequence    to WLG-Order-Seq.
           move WS-Order-time        to WLG-Imported-Time.
           move WS-Cur-Customer-Name to WLG-Customer-Name.
           move WS-Cur-Pickup-Time   to WLG-Pickup-Time.
           move WS-Cur-Prepaid-Flag  to WLG-Prepaid-Flag.
           write Web-Ledger-Record
             invalid key
               Display 'Warning: ledger write failed for '
                   WS-Cur-Ext-Order-No ' (status '
                   WS-Web-Ledger-Status ').'
           end-write.

           add 1 to WS-Orders-Imported.
           add WS-Order-Grand-Total to WS-Imported-Value.

           move WS-Order-Sequence to WS-Seq-Out.
           Display 'Imported ' WS-Cur-Ext-Order-No ' as WEB order '
               WS-Seq-Out.

       1300-Post-Order-Exit.
           Exit.

       1350-Get-Category-Tax-Rate.

           move WS-Sales-Tax-Rate to WS-Category-Tax-Rate.
           move 0   to WS-Best-Eff-Date.
           move 'N' to WS-Rate-Found-Switch.

           perform varying Tax-Index from 1 by 1
                   until Tax-Index > WS-Tax-Rate-Entries

               if  TXE-Category(Tax-Index) = WS-Tax-Category
               and TXE-Eff-Date(Tax-Index) not > WS-Today-YYYYMMDD
               and TXE-Eff-Date(Tax-Index) not < WS-Best-Eff-Date
                   move TXE-Rate(Tax-Index) to WS-Category-Tax-Rate
                   move TXE-Eff-Date(Tax-Index) to WS-Best-Eff-Date
                   move 'Y' to WS-Rate-Found-Switch
               end-if

           end-perform.

      *    No row for the category - fall back to the catch-all
      *    '*' row before the hard-coded default rate.
           if WS-Rate-Found-Switch = 'N'
               move 0 to WS-Best-Eff-Date

               perform varying Tax-Index from 1 by 1
                       until Tax-Index > WS-Tax-Rate-Entries

                   if  TXE-Category(Tax-Index) = '*'
                   and TXE-Eff-Date(Tax-Index)
                       not > WS-Today-YYYYMMDD
                   and TXE-Eff-Date(Tax-Index)
                       not < WS-Best-Eff-Date
                       move TXE-Rate(Tax-Index)
                         to WS-Category-Tax-Rate
                       move TXE-Eff-Date(Tax-Index)
                         to WS-Best-Eff-Date
                   end-if

               end-perform
           end-if.

       1350-Get-Category-Tax-Rate-Exit.
           Exit.

       1360-Write-Trans-Index.

           if Trans-Idx-Available
               move OTR-Order-Seq      to ITX-Order-Seq
               move OTR-Terminal-Id    to ITX-Terminal-Id
               move WS-Idx-Line-No     to ITX-Line-No
               move Order-Trans-Record to ITX-Trans-Data

               write Trans-Index-Record
                 invalid key
                   rewrite Trans-Index-Record
               end-write
           end-if.

       1360-Write-Trans-Index-Exit.
           Exit.

       1370-Write-Ticket.

           move WS-Order-time                to KTR-Order-Time.
           move WS-Order-Sequence            to KTR-Order-Seq.
           move WL-Item-Name(Web-Line-Index) to KTR-Item-Name.
           move WL-Quantity(Web-Line-Index)  to KTR-Quantity.
           set  KTR-Is-New                   to true.
           move spaces                       to KTR-Start-Time.
           move spaces                       to KTR-Done-Time.
           move WS-Web-Terminal-Id           to KTR-Terminal-Id.

      *    The station needs to know when and for whom, not just
      *    what - the pickup time and name ride in the text column.
           move spaces to KTR-Modifier-Text.
           string 'PICKUP ' delimited by size
                  WS-Cur-Pickup-Time delimited by size
                  ' ' delimited by size
                  function trim(WS-Cur-Customer-Name)
                     delimited by size
                  into KTR-Modifier-Text
           end-string.

      *    Same station routing as the registers - Beverages to
      *    the barista, Bakery to the counter, the rest to the
      *    kitchen.
           evaluate MT-Category(WS-Found-Menu-Idx)
               when 'Beverages'
                   write Ticket-Barista-Record
                     from Kitchen-Ticket-Record
               when 'Bakery'
                   write Ticket-Counter-Record
                     from Kitchen-Ticket-Record
               when other
                   write Ticket-Kitchen-Record
                     from Kitchen-Ticket-Record
           end-evaluate.

       1370-Write-Ticket-Exit.
           Exit.

       3000-Post-Order-Stock.

      *    Take this order's lines off each item's stock on hand.
      *    Each item is read under a record lock, updated and
      *    released at once, so the registers can go on selling
      *    while the import runs.
           perform varying Web-Line-Index from 1 by 1
                   until Web-Line-Index > WS-Web-Line-Count
               set Menu-Index to WL-Menu-Idx(Web-Line-Index)
               move WL-Quantity(Web-Line-Index) to WS-Post-Quantity
               Perform 3100-Post-One-Menu-Item
                  thru 3100-Post-One-Menu-Item-Exit
           end-perform.

       3000-Post-Order-Stock-Exit.
           Exit.

       3100-Post-One-Menu-Item.

           move space to WS-Menu-Lock-Switch.
           move 0     to WS-Lock-Tries.

           perform until Menu-Item-Locked
                      or Menu-Item-Lock-Given-Up

               move MT-Item-Name(Menu-Index) to MIF-Item-Name
               read Menu-Item-File into Menu-Item-Record
                 with lock
                 invalid key continue
               end-read

               add 1 to WS-Lock-Tries

               evaluate WS-Menu-Item-Status
                   when '00'
                       set Menu-Item-Locked to true
                   when '51'
                       if WS-Lock-Tries not < WS-Lock-Try-Limit
                           Display 'Warning: '
                               function trim(MT-Item-Name(Menu-Index))
                               ' stayed locked by a register; stock'
                               ' not posted for ' WS-Cur-Ext-Order-No
                           set Menu-Item-Lock-Given-Up to true
                       end-if
                   when other
                       Display 'Warning: cannot read cafeItems.dat'
                           ' (status ' WS-Menu-Item-Status ') for '
                           function trim(MT-Item-Name(Menu-Index))
                           '; stock not posted for ' WS-Cur-Ext-Order-No
                       set Menu-Item-Lock-Given-Up to true
               end-evaluate

           end-perform.

           if Menu-Item-Locked

               compute WS-Menu-Stock-Value =
                       MIR-Stock-On-Hand - WS-Post-Quantity

      *        Same rule as a sale at the register: sold out
      *        comes off the menu.
               if WS-Menu-Stock-Value not > 0
                   move 0   to WS-Menu-Stock-Value
                   move 'N' to MIR-Item-Active
               end-if

               move WS-Menu-Stock-Value to MIR-Stock-On-Hand

               rewrite Menu-Item-File-Record from Menu-Item-Record
                 invalid key continue
               end-rewrite

               if WS-Menu-Item-Status not = '00'
                   Display 'Warning: cafeItems.dat update failed'
                       ' (status ' WS-Menu-Item-Status ') for '
                       function trim(MIR-Item-Name)
               end-if

               unlock Menu-Item-File

           end-if.

       3100-Post-One-Menu-Item-Exit.
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

       9000-Close-Files.

           close Web-Order-File.
           close Order-Trans-File.
           close Ticket-Barista-File.
           close Ticket-Counter-File.
           close Ticket-Kitchen-File.
           close Web-Exception-File.

           if Ledger-Available
               close Web-Ledger-File
           end-if.

           if Menu-File-Available
               close Menu-Item-File
           end-if.

           if Trans-Idx-Available
               close Trans-Index-File
           end-if.

       9000-Close-Files-Exit.
           Exit.

       9500-Print-Summary.

           Display WS-Separator-Line.
           Display 'Web / Phone Order Import'.
           Display WS-Separator-Line.

           move WS-Orders-Read to WS-Count-Out.
           Display 'Orders read:              ' WS-Count-Out.
           move WS-Orders-Imported to WS-Count-Out.
           Display 'Imported:                 ' WS-Count-Out.
           move WS-Orders-Duplicate to WS-Count-Out.
           Display 'Already imported, skipped:' WS-Count-Out.
           move WS-Orders-Rejected to WS-Count-Out.
           Display 'Rejected:                 ' WS-Count-Out.
           move WS-Imported-Value to WS-Amount-Out.
           Display 'Imported value incl. tax: ' WS-Amount-Out.

           if WS-Stray-Records > 0
               move WS-Stray-Records to WS-Count-Out
               Display 'Lines with no order header:' WS-Count-Out
           end-if.

           if WS-Orders-Rejected > 0
           or WS-Stray-Records > 0
               Display 'See webOrderExceptions.txt for call-backs.'
           end-if.

           Display WS-Separator-Line.

       9500-Print-Summary-Exit.
           Exit.

       Identification Division.
       program-id. cardSettlement.

       Environment Division.
       input-output section.
       file-control.

       select Card-Auth-Log-File
              assign to "cardAuthLog.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Auth-Log-Status.

       select Order-Trans-File
              assign to "orderTrans.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Trans-Status.

       select Settle-Batch-File
              assign to WS-Settle-Batch-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Settle-Batch-Status.

       select Close-Date-File
              assign to "closeDate.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Close-Date-Status.

       Data Division.

       File Section.

        FD Card-Auth-Log-File
           record contains 100.

        01 Card-Auth-Log-File-Record  pic x(100).

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Settle-Batch-File
           record contains 80.

        01 Settle-Batch-File-Record  pic x(80).

        FD Close-Date-File
           record contains 8.

        01 Close-Date-File-Record  pic x(8).

       working-storage section.

       01  WS-Close-Date-Status     pic xx.
       01  WS-Close-Date-Found      pic x(1) value 'N'.

       01  Close-Date-Record.
           05 CDR-Month             pic 99.
           05 CDR-Day               pic 99.
           05 CDR-Year              pic 9999.

       01  WS-Auth-Log-Status       pic xx.
       01  WS-Order-Trans-Status    pic xx.
       01  WS-Settle-Batch-Status   pic xx.
       01  WS-Settle-Batch-File-Name pic x(30).

       01  Auth-Log-EOF-Switch    pic x(3) value 'no'.
           88 No-More-Auth-Log    value 'yes'.

       01  Order-Trans-EOF-Switch pic x(3) value 'no'.
           88 More-Trans-To-Read  value 'no'.
           88 No-More-Trans       value 'yes'.

       01  Card-Auth-Log-Record.
           05 CAL-Timestamp         pic x(22).
           05 filler                pic x(1).
           05 CAL-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 CAL-Order-Seq         pic 9(9).
           05 filler                pic x(1).
           05 CAL-Cashier-Id        pic x(10).
           05 filler                pic x(1).
           05 CAL-Amount            pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 CAL-Last-Four         pic x(4).
           05 filler                pic x(1).
           05 CAL-Result            pic x(1).
              88 CAL-Is-Approved    value 'A'.
           05 filler                pic x(1).
           05 CAL-Auth-Code         pic x(6).
           05 filler                pic x(1).
           05 CAL-Message           pic x(20).

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
           05 filler                pic x(1).
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1).
           05 OTR-Void-Reason       pic x(15).
           05 filler                pic x(1).
           05 OTR-Cashier-Id        pic x(10).
           05 filler                pic x(1).
           05 OTR-Payment-Type      pic x(1).
              88 OTR-Is-Card        value 'K'.
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
           05 filler                pic x(1).
           05 OTR-Exempt-Cert       pic x(12).
           05 filler                pic x(1).
           05 OTR-Approver-Id       pic x(10).
           05 filler                pic x(1).
           05 OTR-Card-Auth-Code    pic x(6).
           05 filler                pic x(1).
           05 OTR-Card-Last-Four    pic x(4).

      *    settleBatch<terminal>.csv - one detail line per approved
      *    card sale or card refund, then a count/total trailer.
       01  Settle-Detail-Record.
           05 STL-Record-Type       pic x(1) value 'D'.
           05 filler                pic x(1) value ','.
           05 STL-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 STL-Trans-Type        pic x(1).
           05 filler                pic x(1) value ','.
           05 STL-Order-Seq         pic 9(9).
           05 filler                pic x(1) value ','.
           05 STL-Auth-Code         pic x(6).
           05 filler                pic x(1) value ','.
           05 STL-Last-Four         pic x(4).
           05 filler                pic x(1) value ','.
           05 STL-Amount            pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 STL-Settle-Date       pic x(10).

       01  Settle-Trailer-Record.
           05 STT-Record-Type       pic x(1) value 'T'.
           05 filler                pic x(1) value ','.
           05 STT-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 STT-Batch-Count       pic 9(9).
           05 filler                pic x(1) value ','.
           05 STT-Batch-Total       pic s9(9)v99 sign leading separate.

       01  WS-Filter-Date.
           05 WS-Filter-Month       pic z9.
           05 filler                pic x(1) value '/'.
           05 WS-Filter-Day         pic 99.
           05 filler                pic x(1) value '/'.
           05 WS-Filter-Year        pic 9999.

       01  WS-Filter-Date-Text      redefines WS-Filter-Date pic x(10).

       01  WS-Filter-Month-In       pic 99.
       01  WS-Filter-Day-In         pic 99.
       01  WS-Filter-Year-In        pic 9999.

       01  Settle-Table.
           05 Settle-Entry occurs 2000 times
                           indexed by Settle-Index.
               10 SE-Terminal-Id    pic x(4).
               10 SE-Trans-Type     pic x(1).
                  88 SE-Is-Sale     value 'S'.
                  88 SE-Is-Refund   value 'R'.
               10 SE-Order-Seq      pic 9(9).
               10 SE-Auth-Code      pic x(6).
               10 SE-Last-Four      pic x(4).
               10 SE-Amount         pic s9(7)v99 comp-3.

       01  WS-Settle-Entries        pic s9(4) comp value 0.
       01  WS-Found-Settle-Idx      pic s9(4) comp.
       01  WS-Settle-Dropped        pic s9(4) comp value 0.

       01  Terminal-Table.
           05 Terminal-Entry occurs 20 times
                             indexed by Terminal-Index.
               10 TE-Terminal-Id    pic x(4).
               10 TE-Count          pic s9(9) comp.
               10 TE-Total          pic s9(9)v99 comp-3.

       01  WS-Terminal-Entries      pic s9(4) comp value 0.
       01  WS-Found-Terminal-Idx    pic s9(4) comp.

       01  WS-New-Terminal-Id       pic x(4).
       01  WS-New-Trans-Type        pic x(1).
       01  WS-New-Order-Seq         pic 9(9).
       01  WS-New-Auth-Code         pic x(6).
       01  WS-New-Last-Four         pic x(4).
       01  WS-New-Amount            pic s9(7)v99 comp-3.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Card Settlement Batch'.

       01  Settle-Report-Line.
           05 SRL-Terminal-Id       pic x(4).
           05 filler                pic x(3) value spaces.
           05 SRL-File-Name         pic x(24).
           05 SRL-Count             pic -(6)9.
           05 filler                pic x(3) value spaces.
           05 SRL-Total             pic $$$,$$$,$$9.99-.

       01  WS-Dropped-Display       pic zzz9.

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           Perform 1000-Collect-Card-Sales
              thru 1000-Collect-Card-Sales-Exit.

           Perform 1100-Collect-Card-Refunds
              thru 1100-Collect-Card-Refunds-Exit.

           Perform 2000-Write-Batches
              thru 2000-Write-Batches-Exit.

           Goback.

       0000-Initialization.

      *    The day-close driver stages the business date in
      *    closeDate.dat so one keyed-in date covers the whole
      *    batch; a standalone run still prompts as before.
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
                   move CDR-Month to WS-Filter-Month-In
                   move CDR-Day   to WS-Filter-Day-In
                   move CDR-Year  to WS-Filter-Year-In
                   Display ' '
                   Display 'Settlement date supplied by day-close.'
               end-if
           end-if.

           if WS-Close-Date-Found not = 'Y'
               Display ' '
               Display 'Enter settlement date - month (1-12):'
               Accept WS-Filter-Month-In

               Display 'Enter settlement date - day (1-31):'
               Accept WS-Filter-Day-In

               Display 'Enter settlement date - year (yyyy):'
               Accept WS-Filter-Year-In
           end-if.

           move WS-Filter-Month-In to WS-Filter-Month.
           move WS-Filter-Day-In   to WS-Filter-Day.
           move WS-Filter-Year-In  to WS-Filter-Year.

       0000-Initialization-Exit.
           Exit.

       1000-Collect-Card-Sales.

      *    Approved authorizations are what the processor will
      *    capture - one settlement line each.
           open input Card-Auth-Log-File.

           if WS-Auth-Log-Status not = '00'
               Display "Warning: cannot open cardAuthLog.csv (status "
                   WS-Auth-Log-Status
                   "); no card sales to settle."
           else
               read Card-Auth-Log-File into Card-Auth-Log-Record
                 at end set No-More-Auth-Log to true
               end-read

               perform until No-More-Auth-Log

                   if  CAL-Timestamp(1:10) = WS-Filter-Date-Text
                   and CAL-Is-Approved
                       move CAL-Terminal-Id to WS-New-Terminal-Id
                       move 'S'             to WS-New-Trans-Type
                       move CAL-Order-Seq   to WS-New-Order-Seq
                       move CAL-Auth-Code   to WS-New-Auth-Code
                       move CAL-Last-Four   to WS-New-Last-Four
                       move CAL-Amount      to WS-New-Amount

                       Perform 1200-Add-Settle-Entry
                          thru 1200-Add-Settle-Entry-Exit
                   end-if

                   read Card-Auth-Log-File into Card-Auth-Log-Record
                     at end set No-More-Auth-Log to true
                   end-read

               end-perform

               close Card-Auth-Log-File
           end-if.

       1000-Collect-Card-Sales-Exit.
           Exit.

       1100-Collect-Card-Refunds.

      *    A void of a card order is a refund to the same card -
      *    the void lines of one order roll up to one refund of
      *    their price plus the tax given back.
           open input Order-Trans-File.

           if WS-Order-Trans-Status not = '00'
               Display "Warning: cannot open orderTrans.csv (status "
                   WS-Order-Trans-Status
                   "); no card refunds to settle."
           else
               read Order-Trans-File into Order-Trans-File-Record
               at end set No-More-Trans to true
               end-read

               perform until No-More-Trans

                   move Order-Trans-File-Record to Order-Trans-Record

                   if  OTR-Order-Time(1:10) = WS-Filter-Date-Text
                   and OTR-Is-Void
                   and OTR-Is-Card
                   and OTR-Card-Auth-Code not = spaces
                       move OTR-Terminal-Id    to WS-New-Terminal-Id
                       move 'R'                to WS-New-Trans-Type
                       move OTR-Ref-Order-Seq  to WS-New-Order-Seq
                       move OTR-Card-Auth-Code to WS-New-Auth-Code
                       move OTR-Card-Last-Four to WS-New-Last-Four
                       compute WS-New-Amount =
                               0 - (OTR-Item-Price + OTR-Order-Tax)

                       Perform 1200-Add-Settle-Entry
                          thru 1200-Add-Settle-Entry-Exit
                   end-if

                   read Order-Trans-File into Order-Trans-File-Record
                     at end set No-More-Trans to true
                   end-read

               end-perform

               close Order-Trans-File
           end-if.

       1100-Collect-Card-Refunds-Exit.
           Exit.

       1200-Add-Settle-Entry.

           move 0 to WS-Found-Settle-Idx.

           if WS-New-Trans-Type = 'R'
               perform varying Settle-Index from 1 by 1
                       until Settle-Index > WS-Settle-Entries
                   if  SE-Terminal-Id(Settle-Index) = WS-New-Terminal-Id
                   and SE-Is-Refund(Settle-Index)
                   and SE-Order-Seq(Settle-Index)   = WS-New-Order-Seq
                   and SE-Auth-Code(Settle-Index)   = WS-New-Auth-Code
                       set WS-Found-Settle-Idx to Settle-Index
                   end-if
               end-perform
           end-if.

           if WS-Found-Settle-Idx > 0
               add WS-New-Amount to SE-Amount(WS-Found-Settle-Idx)
           else
               if WS-Settle-Entries < 2000
                   add 1 to WS-Settle-Entries
                   set Settle-Index to WS-Settle-Entries
                   move WS-New-Terminal-Id
                     to SE-Terminal-Id(Settle-Index)
                   move WS-New-Trans-Type to SE-Trans-Type(Settle-Index)
                   move WS-New-Order-Seq  to SE-Order-Seq(Settle-Index)
                   move WS-New-Auth-Code  to SE-Auth-Code(Settle-Index)
                   move WS-New-Last-Four  to SE-Last-Four(Settle-Index)
                   move WS-New-Amount     to SE-Amount(Settle-Index)

                   Perform 1300-Find-Or-Add-Terminal
                      thru 1300-Find-Or-Add-Terminal-Exit
               else
                   add 1 to WS-Settle-Dropped
               end-if
           end-if.

       1200-Add-Settle-Entry-Exit.
           Exit.

       1300-Find-Or-Add-Terminal.

           move 0 to WS-Found-Terminal-Idx.

           perform varying Terminal-Index from 1 by 1
                   until Terminal-Index > WS-Terminal-Entries
               if TE-Terminal-Id(Terminal-Index) = WS-New-Terminal-Id
                   set WS-Found-Terminal-Idx to Terminal-Index
               end-if
           end-perform.

           if WS-Found-Terminal-Idx = 0
           and WS-Terminal-Entries < 20
               add 1 to WS-Terminal-Entries
               move WS-New-Terminal-Id
                 to TE-Terminal-Id(WS-Terminal-Entries)
           end-if.

       1300-Find-Or-Add-Terminal-Exit.
           Exit.

       2000-Write-Batches.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'For date: ' WS-Filter-Date-Text.
           Display WS-Separator-Line.
           Display 'Term   Batch file                Items     '
                   '      Net total'.
           Display WS-Separator-Line.

           perform varying Terminal-Index from 1 by 1
                   until Terminal-Index > WS-Terminal-Entries

               Perform 2100-Write-One-Batch
                  thru 2100-Write-One-Batch-Exit

           end-perform.

           if WS-Terminal-Entries = 0
               Display 'No card activity for this date.'
           end-if.

           if WS-Settle-Dropped > 0
               move WS-Settle-Dropped to WS-Dropped-Display
               Display 'Warning: ' WS-Dropped-Display
                   ' card items not batched (table full).'
           end-if.

           Display WS-Separator-Line.

       2000-Write-Batches-Exit.
           Exit.

       2100-Write-One-Batch.

           move 0 to TE-Count(Terminal-Index).
           move 0 to TE-Total(Terminal-Index).

           move spaces to WS-Settle-Batch-File-Name.
           string 'settleBatch'                  delimited by size
                  function trim(TE-Terminal-Id(Terminal-Index))
                                                delimited by size
                  '.csv'                        delimited by size
                  into WS-Settle-Batch-File-Name
           end-string.

           open output Settle-Batch-File.

           if WS-Settle-Batch-Status not = '00'
               Display 'Unable to create ' WS-Settle-Batch-File-Name
                   ' (status ' WS-Settle-Batch-Status ').'
           else
               perform varying Settle-Index from 1 by 1
                       until Settle-Index > WS-Settle-Entries

                   if SE-Terminal-Id(Settle-Index)
                      = TE-Terminal-Id(Terminal-Index)

                       move SE-Terminal-Id(Settle-Index)
                         to STL-Terminal-Id
                       move SE-Trans-Type(Settle-Index)
                         to STL-Trans-Type
                       move SE-Order-Seq(Settle-Index)
                         to STL-Order-Seq
                       move SE-Auth-Code(Settle-Index)
                         to STL-Auth-Code
                       move SE-Last-Four(Settle-Index)
                         to STL-Last-Four
                       move WS-Filter-Date-Text to STL-Settle-Date

      *                Refunds go to the processor as negatives so
      *                the trailer is the net the bank should pay.
                       if SE-Is-Refund(Settle-Index)
                           compute STL-Amount =
                                   0 - SE-Amount(Settle-Index)
                       else
                           move SE-Amount(Settle-Index) to STL-Amount
                       end-if

                       write Settle-Batch-File-Record
                         from Settle-Detail-Record

                       add 1 to TE-Count(Terminal-Index)
                       add STL-Amount to TE-Total(Terminal-Index)
                   end-if

               end-perform

               move TE-Terminal-Id(Terminal-Index) to STT-Terminal-Id
               move TE-Count(Terminal-Index) to STT-Batch-Count
               move TE-Total(Terminal-Index) to STT-Batch-Total

               write Settle-Batch-File-Record
                 from Settle-Trailer-Record

               close Settle-Batch-File
           end-if.

           move TE-Terminal-Id(Terminal-Index) to SRL-Terminal-Id.
           move WS-Settle-Batch-File-Name      to SRL-File-Name.
           move TE-Count(Terminal-Index)       to SRL-Count.
           move TE-Total(Terminal-Index)       to SRL-Total.
           Display Settle-Report-Line.

       2100-Write-One-Batch-Exit.
           Exit.

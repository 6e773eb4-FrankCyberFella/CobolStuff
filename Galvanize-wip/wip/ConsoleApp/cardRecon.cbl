       Identification Division.
       program-id. cardRecon.

       Environment Division.
       input-output section.
       file-control.

       select Registers-File
              assign to "registers.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Registers-Status.

       select Settle-Batch-File
              assign to WS-Settle-Batch-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Settle-Batch-Status.

       select Deposit-File
              assign to "processorDeposit.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Deposit-Status.

       Data Division.

       File Section.

        FD Registers-File
           record contains 4.

        01 Registers-File-Record  pic x(4).

        FD Settle-Batch-File
           record contains 80.

        01 Settle-Batch-File-Record  pic x(80).

        FD Deposit-File
           record contains 80.

        01 Deposit-File-Record  pic x(80).

       working-storage section.

       01  WS-Registers-Status      pic xx.
       01  WS-Settle-Batch-Status   pic xx.
       01  WS-Deposit-Status        pic xx.
       01  WS-Settle-Batch-File-Name pic x(30).

       01  WS-Registers-Read-Switch pic x(3) value 'no'.
           88 No-More-Registers     value 'yes'.

       01  WS-Batch-Read-Switch     pic x(3) value 'no'.
           88 No-More-Batch         value 'yes'.

       01  WS-Deposit-Read-Switch   pic x(3) value 'no'.
           88 No-More-Deposits      value 'yes'.

       01  Register-Id-Table.
           05 Register-Id occurs 10 times
                  pic x(4).

       01  WS-Register-Entries      pic s9(4) comp value 0.
       01  WS-Register-Sub          pic s9(4) comp.

       01  Settle-Detail-Record.
           05 STL-Record-Type       pic x(1).
              88 STL-Is-Detail      value 'D'.
           05 filler                pic x(1).
           05 STL-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 STL-Trans-Type        pic x(1).
           05 filler                pic x(1).
           05 STL-Order-Seq         pic 9(9).
           05 filler                pic x(1).
           05 STL-Auth-Code         pic x(6).
           05 filler                pic x(1).
           05 STL-Last-Four         pic x(4).
           05 filler                pic x(1).
           05 STL-Amount            pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 STL-Settle-Date       pic x(10).

      *    The processor's deposit detail, one line per item it
      *    paid or took back: terminal,S or R,auth code,amount.
       01  WS-Dep-Terminal-In       pic x(4).
       01  WS-Dep-Type-In           pic x(1).
       01  WS-Dep-Auth-In           pic x(6).
       01  WS-Dep-Amount-Text       pic x(14).
       01  WS-Dep-Amount-Test       pic s9(4) comp.
       01  WS-Dep-Amount            pic s9(7)v99 comp-3.
       01  WS-Dep-Line-Num          pic s9(9) comp value 0.
       01  WS-Dep-Line-Out          pic zzz9.

       01  Recon-Table.
           05 Recon-Entry occurs 2000 times
                          indexed by Recon-Index.
               10 RE-Terminal-Id    pic x(4).
               10 RE-Trans-Type     pic x(1).
               10 RE-Auth-Code      pic x(6).
               10 RE-Order-Seq      pic 9(9).
               10 RE-Last-Four      pic x(4).
               10 RE-Batch-Amount   pic s9(7)v99 comp-3.
               10 RE-Deposit-Amount pic s9(7)v99 comp-3.
               10 RE-In-Batch       pic x(1).
                  88 RE-Was-Batched   value 'Y'.
               10 RE-In-Deposit     pic x(1).
                  88 RE-Was-Deposited value 'Y'.

       01  WS-Recon-Entries         pic s9(4) comp value 0.
       01  WS-Found-Recon-Idx       pic s9(4) comp.
       01  WS-Recon-Dropped         pic s9(4) comp value 0.

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

       01  WS-Batch-Total           pic s9(9)v99 comp-3 value 0.
       01  WS-Deposit-Total         pic s9(9)v99 comp-3 value 0.
       01  WS-Difference            pic s9(9)v99 comp-3 value 0.
       01  WS-Mismatch-Count        pic s9(9) comp value 0.
       01  WS-Other-Date-Count      pic s9(9) comp value 0.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Card Settlement Reconciliation'.

       01  Recon-Report-Line.
           05 RRL-Terminal-Id       pic x(4).
           05 filler                pic x(2) value spaces.
           05 RRL-Trans-Type        pic x(1).
           05 filler                pic x(2) value spaces.
           05 RRL-Auth-Code         pic x(6).
           05 filler                pic x(2) value spaces.
           05 RRL-Last-Four         pic x(4).
           05 RRL-Batch-Amount      pic $$$,$$9.99-.
           05 filler                pic x(1) value spaces.
           05 RRL-Deposit-Amount    pic $$$,$$9.99-.
           05 filler                pic x(2) value spaces.
           05 RRL-Problem           pic x(24).

       01  WS-Total-Out             pic $$$,$$$,$$9.99-.
       01  WS-Count-Out             pic zzzzz9.

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           Perform 1000-Load-Settlement-Batches
              thru 1000-Load-Settlement-Batches-Exit.

           Perform 1200-Match-Deposits
              thru 1200-Match-Deposits-Exit.

           Perform 2000-Print-Report
              thru 2000-Print-Report-Exit.

           Goback.

       0000-Initialization.

      *    Run once the processor's deposit file for the day is in -
      *    usually the morning after the close, so always ask.
           Display ' '.
           Display 'Enter settlement date - month (1-12):'.
           Accept WS-Filter-Month-In.

           Display 'Enter settlement date - day (1-31):'.
           Accept WS-Filter-Day-In.

           Display 'Enter settlement date - year (yyyy):'.
           Accept WS-Filter-Year-In.

           move WS-Filter-Month-In to WS-Filter-Month.
           move WS-Filter-Day-In   to WS-Filter-Day.
           move WS-Filter-Year-In  to WS-Filter-Year.

           open input Registers-File.

           if WS-Registers-Status = '00'

               read Registers-File into Registers-File-Record
                 at end set No-More-Registers to true
               end-read

               perform until No-More-Registers
                          or WS-Register-Entries not < 10

                   add 1 to WS-Register-Entries
                   move Registers-File-Record
                     to Register-Id(WS-Register-Entries)

                   read Registers-File into Registers-File-Record
                     at end set No-More-Registers to true
                   end-read

               end-perform

               close Registers-File
           else
               Display 'Warning: cannot open registers.dat (status '
                   WS-Registers-Status '); no batches to check.'
           end-if.

       0000-Initialization-Exit.
           Exit.

       1000-Load-Settlement-Batches.

           perform varying WS-Register-Sub from 1 by 1
                   until WS-Register-Sub > WS-Register-Entries

               move spaces to WS-Settle-Batch-File-Name
               string 'settleBatch'              delimited by size
                      function trim(Register-Id(WS-Register-Sub))
                                                delimited by size
                      '.csv'                    delimited by size
                      into WS-Settle-Batch-File-Name
               end-string

               Perform 1100-Load-One-Batch
                  thru 1100-Load-One-Batch-Exit

           end-perform.

       1000-Load-Settlement-Batches-Exit.
           Exit.

       1100-Load-One-Batch.

           move 'no' to WS-Batch-Read-Switch.

           open input Settle-Batch-File.

           if WS-Settle-Batch-Status = '00'

               read Settle-Batch-File into Settle-Detail-Record
                 at end set No-More-Batch to true
               end-read

               perform until No-More-Batch

      *            The batch file is rewritten at every close, so a
      *            stale one for another day is reported, not used.
                   if STL-Is-Detail
                       if STL-Settle-Date = WS-Filter-Date-Text
                           Perform 1150-Add-Batch-Entry
                              thru 1150-Add-Batch-Entry-Exit
                       else
                           add 1 to WS-Other-Date-Count
                       end-if
                   end-if

                   read Settle-Batch-File into Settle-Detail-Record
                     at end set No-More-Batch to true
                   end-read

               end-perform

               close Settle-Batch-File
           end-if.

       1100-Load-One-Batch-Exit.
           Exit.

       1150-Add-Batch-Entry.

           add STL-Amount to WS-Batch-Total.

           if WS-Recon-Entries < 2000
               add 1 to WS-Recon-Entries
               set Recon-Index to WS-Recon-Entries
               move STL-Terminal-Id to RE-Terminal-Id(Recon-Index)
               move STL-Trans-Type  to RE-Trans-Type(Recon-Index)
               move STL-Auth-Code   to RE-Auth-Code(Recon-Index)
               move STL-Order-Seq   to RE-Order-Seq(Recon-Index)
               move STL-Last-Four   to RE-Last-Four(Recon-Index)
               move STL-Amount      to RE-Batch-Amount(Recon-Index)
               move 0               to RE-Deposit-Amount(Recon-Index)
               move 'Y'             to RE-In-Batch(Recon-Index)
               move 'N'             to RE-In-Deposit(Recon-Index)
           else
               add 1 to WS-Recon-Dropped
           end-if.

       1150-Add-Batch-Entry-Exit.
           Exit.

       1200-Match-Deposits.

           open input Deposit-File.

           if WS-Deposit-Status not = '00'
               Display "Warning: cannot open processorDeposit.csv"
                   " (status " WS-Deposit-Status
                   "); every batch item will show as not deposited."
           else
               read Deposit-File into Deposit-File-Record
                 at end set No-More-Deposits to true
               end-read

               perform until No-More-Deposits

                   add 1 to WS-Dep-Line-Num

                   move spaces to WS-Dep-Terminal-In
                   move spaces to WS-Dep-Type-In
                   move spaces to WS-Dep-Auth-In
                   move spaces to WS-Dep-Amount-Text

                   Unstring Deposit-File-Record
                     delimited by ","
                     into WS-Dep-Terminal-In
                          WS-Dep-Type-In
                          WS-Dep-Auth-In
                          WS-Dep-Amount-Text

                   compute WS-Dep-Amount-Test =
                           function test-numval(WS-Dep-Amount-Text)

                   if WS-Dep-Terminal-In = spaces
                   or WS-Dep-Auth-In = spaces
                   or WS-Dep-Amount-Text = spaces
                   or WS-Dep-Amount-Test not = 0
                       move WS-Dep-Line-Num to WS-Dep-Line-Out
                       Display "Warning: skipping malformed line "
                           WS-Dep-Line-Out " in processorDeposit.csv"
                   else
                       compute WS-Dep-Amount =
                               function numval(WS-Dep-Amount-Text)
                       add WS-Dep-Amount to WS-Deposit-Total

                       Perform 1250-Apply-Deposit
                          thru 1250-Apply-Deposit-Exit
                   end-if

                   read Deposit-File into Deposit-File-Record
                     at end set No-More-Deposits to true
                   end-read

               end-perform

               close Deposit-File
           end-if.

       1200-Match-Deposits-Exit.
           Exit.

       1250-Apply-Deposit.

           move 0 to WS-Found-Recon-Idx.

           perform varying Recon-Index from 1 by 1
                   until Recon-Index > WS-Recon-Entries
                      or WS-Found-Recon-Idx > 0

               if  RE-Terminal-Id(Recon-Index) = WS-Dep-Terminal-In
               and RE-Trans-Type(Recon-Index)  = WS-Dep-Type-In
               and RE-Auth-Code(Recon-Index)   = WS-Dep-Auth-In
               and not RE-Was-Deposited(Recon-Index)
                   set WS-Found-Recon-Idx to Recon-Index
               end-if

           end-perform.

           if WS-Found-Recon-Idx = 0
           and WS-Recon-Entries < 2000
               add 1 to WS-Recon-Entries
               move WS-Recon-Entries to WS-Found-Recon-Idx
               move WS-Dep-Terminal-In
                 to RE-Terminal-Id(WS-Found-Recon-Idx)
               move WS-Dep-Type-In
                 to RE-Trans-Type(WS-Found-Recon-Idx)
               move WS-Dep-Auth-In
                 to RE-Auth-Code(WS-Found-Recon-Idx)
               move 0      to RE-Order-Seq(WS-Found-Recon-Idx)
               move spaces to RE-Last-Four(WS-Found-Recon-Idx)
               move 0      to RE-Batch-Amount(WS-Found-Recon-Idx)
               move 'N'    to RE-In-Batch(WS-Found-Recon-Idx)
           end-if.

           if WS-Found-Recon-Idx > 0
               move WS-Dep-Amount
                 to RE-Deposit-Amount(WS-Found-Recon-Idx)
               move 'Y' to RE-In-Deposit(WS-Found-Recon-Idx)
           else
               add 1 to WS-Recon-Dropped
           end-if.

       1250-Apply-Deposit-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'For date: ' WS-Filter-Date-Text.
           Display WS-Separator-Line.
           Display 'Term  T  Auth    Card    Batch amt  Deposit amt'
                   '  Problem'.
           Display WS-Separator-Line.

           perform varying Recon-Index from 1 by 1
                   until Recon-Index > WS-Recon-Entries

               move spaces to RRL-Problem

               evaluate true
                   when not RE-Was-Deposited(Recon-Index)
                       move 'Not deposited' to RRL-Problem
                   when not RE-Was-Batched(Recon-Index)
                       move 'Not in our batch' to RRL-Problem
                   when RE-Batch-Amount(Recon-Index)
                        not = RE-Deposit-Amount(Recon-Index)
                       move 'Amount differs' to RRL-Problem
               end-evaluate

               if RRL-Problem not = spaces
                   add 1 to WS-Mismatch-Count
                   move RE-Terminal-Id(Recon-Index)  to RRL-Terminal-Id
                   move RE-Trans-Type(Recon-Index)   to RRL-Trans-Type
                   move RE-Auth-Code(Recon-Index)    to RRL-Auth-Code
                   move RE-Last-Four(Recon-Index)    to RRL-Last-Four
                   move RE-Batch-Amount(Recon-Index)
                     to RRL-Batch-Amount
                   move RE-Deposit-Amount(Recon-Index)
                     to RRL-Deposit-Amount
                   Display Recon-Report-Line
               end-if

           end-perform.

           if WS-Mismatch-Count = 0
               Display 'No mismatches - every batch item was'
                   ' deposited at the batch amount.'
           end-if.

           Display WS-Separator-Line.

           move WS-Batch-Total to WS-Total-Out.
           Display 'Settlement batch total:  ' WS-Total-Out.
           move WS-Deposit-Total to WS-Total-Out.
           Display 'Processor deposit total: ' WS-Total-Out.
           compute WS-Difference = WS-Deposit-Total - WS-Batch-Total.
           move WS-Difference to WS-Total-Out.
           Display 'Difference:              ' WS-Total-Out.

           if WS-Other-Date-Count > 0
               move WS-Other-Date-Count to WS-Count-Out
               Display 'Note: ' WS-Count-Out
                   ' batch items dated another day were skipped.'
           end-if.

           if WS-Recon-Dropped > 0
               move WS-Recon-Dropped to WS-Count-Out
               Display 'Warning: ' WS-Count-Out
                   ' items not matched (table full).'
           end-if.

           Display WS-Separator-Line.

       2000-Print-Report-Exit.
           Exit.

       Identification Division.
       program-id. laborReport.

       Environment Division.
       input-output section.
       file-control.

       select Order-Trans-File
              assign to "orderTrans.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Order-Trans-Status.

       select Time-Punch-File
              assign to "timePunches.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Time-Punch-Status.

       select Employee-File
              assign to "employees.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Employee-Status.

       select Daypart-Config-File
              assign to "daypartConfig.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Daypart-Config-Status.

       select Close-Date-File
              assign to "closeDate.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Close-Date-Status.

       Data Division.

       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Time-Punch-File
           record contains 40.

        01 Time-Punch-File-Record  pic x(40).

        FD Employee-File
           record contains 60.

        01 Employee-File-Record  pic x(60).

        FD Daypart-Config-File
           record contains 40.

        01 Daypart-Config-Record  pic x(40).

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

       01  Order-Trans-EOF-Switch pic x(3) value 'no'.
           88 More-Trans-To-Read  value 'no'.
           88 No-More-Trans       value 'yes'.

       01  Punch-EOF-Switch       pic x(3) value 'no'.
           88 No-More-Punches     value 'yes'.

       01  Employee-EOF-Switch    pic x(3) value 'no'.
           88 No-More-Employees   value 'yes'.

       01  Daypart-Config-EOF-Switch pic x(3) value 'no'.
           88 More-Config-To-Read  value 'no'.
           88 No-More-Config       value 'yes'.

       01  WS-Order-Trans-Status    pic xx.
       01  WS-Time-Punch-Status     pic xx.
       01  WS-Employee-Status       pic xx.
       01  WS-Daypart-Config-Status pic xx.

       01  Order-Trans-Record.
           05 OTR-Order-Time.
              10 OTR-Order-Month    pic z9.
              10 filler             pic x(1).
              10 OTR-Order-Day      pic 99.
              10 filler             pic x(1).
              10 OTR-Order-Year     pic 9999.
              10 filler             pic x(4).
              10 OTR-Order-Hour     pic x(2).
              10 filler             pic x(6).
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
           05 filler                pic x(14).
           05 OTR-Category          pic x(10).
           05 filler                pic x(23).
           05 OTR-Terminal-Id       pic x(4).

      *    Punch timestamps are written the same way as order
      *    times - "m/dd/yyyy at hh:mm:ss".
       01  Time-Punch-Record.
           05 PUN-Timestamp.
              10 PUN-Date           pic x(10).
              10 filler             pic x(4).
              10 PUN-Hour           pic x(2).
              10 filler             pic x(1).
              10 PUN-Minute         pic x(2).
              10 filler             pic x(3).
           05 filler                pic x(1).
           05 PUN-Employee-Id       pic x(10).
           05 filler                pic x(1).
           05 PUN-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 PUN-Type              pic x(1).
              88 PUN-Is-Clock-In    value 'I'.
              88 PUN-Is-Clock-Out   value 'O'.
              88 PUN-Is-Break-Start value 'B'.
              88 PUN-Is-Break-End   value 'E'.

       01  WS-Filter-Date.
           05 WS-Filter-Month       pic z9.
           05 filler                pic x(1) value '/'.
           05 WS-Filter-Day         pic 99.
           05 filler                pic x(1) value '/'.
           05 WS-Filter-Year        pic 9999.

       01  WS-Filter-Date-Text      redefines WS-Filter-Date pic x(10).
       01  WS-Record-Date-Text      pic x(10).

       01  WS-Filter-Month-In       pic 99.
       01  WS-Filter-Day-In         pic 99.
       01  WS-Filter-Year-In        pic 9999.

       01  WS-Hour-Test             pic s9(4) comp.
       01  WS-Minute-Test           pic s9(4) comp.
       01  WS-Record-Hour           pic s9(4) comp.
       01  WS-Hour-Sub              pic s9(4) comp.

      *    Employee pay rates come from the employee master - a
      *    sixth column after the active flag.
       01  Employee-Table.
           05 Employee-Entry occurs 100 times
                             indexed by Employee-Index.
               10 EMP-Id            pic x(10).
               10 EMP-Rate          pic s9(3)v99 comp-3.

       01  WS-Employee-Entries      pic s9(4) comp value 0.
       01  WS-Found-Employee-Idx    pic s9(4) comp.

       01  WS-Emp-Id-In             pic x(10).
       01  WS-Emp-Name-In           pic x(20).
       01  WS-Emp-Pin-In            pic x(6).
       01  WS-Emp-Role-In           pic x(1).
       01  WS-Emp-Active-In         pic x(1).
       01  WS-Emp-Rate-In           pic x(8).
       01  WS-Emp-Rate-Test         pic s9(4) comp.

      *    One entry per employee punched in today; a shift is
      *    worked in segments - clock-in or end of break up to the
      *    next break or the clock-out.
       01  Shift-Table.
           05 Shift-Entry occurs 100 times
                          indexed by Shift-Index.
               10 SH-Employee-Id    pic x(10).
               10 SH-Terminal-Id    pic x(4).
               10 SH-In-Time        pic x(22).
               10 SH-Rate           pic s9(3)v99 comp-3.
               10 SH-State          pic x(1).
                  88 SH-Is-Off      value 'F'.
                  88 SH-Is-Working  value 'W'.
                  88 SH-Is-On-Break value 'B'.
               10 SH-Segment-Start  pic s9(5) comp.

       01  WS-Shift-Entries         pic s9(4) comp value 0.
       01  WS-Found-Shift-Idx       pic s9(4) comp.

       01  WS-Punch-Minute-Of-Day   pic s9(5) comp.
       01  WS-Seg-Start             pic s9(5) comp.
       01  WS-Seg-End               pic s9(5) comp.
       01  WS-Seg-Rate              pic s9(3)v99 comp-3.
       01  WS-Slice-Start           pic s9(5) comp.
       01  WS-Slice-End             pic s9(5) comp.
       01  WS-Slice-Minutes         pic s9(5) comp.
       01  WS-Alloc-Hour            pic s9(4) comp.
       01  WS-Alloc-Last-Hour       pic s9(4) comp.

       01  Hour-Labor-Table.
           05 Hour-Labor occurs 24 times
                         indexed by Hour-Index.
               10 HL-Sales          pic s9(9)v99 comp-3.
               10 HL-Labor-Minutes  pic s9(7) comp.
               10 HL-Labor-Dollars  pic s9(7)v9999 comp-3.

       01  Daypart-Table.
           05 Daypart-Entry occurs 10 times
                            indexed by Daypart-Index.
               10 DP-Label          pic x(12).
               10 DP-Start-Hour     pic s9(4) comp.
               10 DP-End-Hour       pic s9(4) comp.
               10 DP-Sales          pic s9(9)v99 comp-3.
               10 DP-Labor-Minutes  pic s9(7) comp.
               10 DP-Labor-Dollars  pic s9(7)v9999 comp-3.

       01  WS-Daypart-Entries       pic s9(4) comp value 0.

       01  WS-Config-Label          pic x(12).
       01  WS-Config-Start-Text     pic x(5).
       01  WS-Config-End-Text       pic x(5).
       01  WS-Config-Start-Test     pic s9(4) comp.
       01  WS-Config-End-Test       pic s9(4) comp.

       01  Exception-Table.
           05 Exception-Entry occurs 100 times
                              indexed by Exception-Index.
               10 EX-Employee-Id    pic x(10).
               10 EX-Terminal-Id    pic x(4).
               10 EX-Punch-Time     pic x(22).
               10 EX-Message        pic x(30).

       01  WS-Exception-Entries     pic s9(4) comp value 0.
       01  WS-Exception-Message     pic x(30) value spaces.

       01  WS-Total-Sales           pic s9(9)v99 comp-3 value 0.
       01  WS-Total-Labor-Minutes   pic s9(7) comp value 0.
       01  WS-Total-Labor-Dollars   pic s9(7)v9999 comp-3 value 0.

       01  WS-Line-Sales            pic s9(9)v99 comp-3.
       01  WS-Line-Labor-Minutes    pic s9(7) comp.
       01  WS-Line-Labor-Dollars    pic s9(7)v9999 comp-3.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       01  WS-Report-Title          pic x(80)
              value 'Labor vs Sales Report'.

       01  WS-Hour-Label.
           05 HLB-Hour-From         pic z9.
           05 filler                pic x(4) value ':00-'.
           05 HLB-Hour-To           pic z9.
           05 filler                pic x(3) value ':00'.

       01  Labor-Report-Line.
           05 LRL-Label             pic x(12).
           05 LRL-Sales             pic $$$,$$$,$$9.99-.
           05 filler                pic x(2) value spaces.
           05 LRL-Labor-Hours       pic zz,zz9.99.
           05 filler                pic x(2) value spaces.
           05 LRL-Labor-Dollars     pic $$$,$$9.99-.
           05 filler                pic x(2) value spaces.
           05 LRL-Sales-Per-LH      pic $$$,$$9.99-.
           05 filler                pic x(2) value spaces.
           05 LRL-Labor-Pct         pic zzz9.9.
           05 filler                pic x(1) value '%'.

       01  Exception-Report-Line.
           05 ERL-Employee-Id       pic x(10).
           05 filler                pic x(2) value spaces.
           05 ERL-Terminal-Id       pic x(4).
           05 filler                pic x(2) value spaces.
           05 ERL-Punch-Time        pic x(22).
           05 filler                pic x(2) value spaces.
           05 ERL-Message           pic x(30).

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           Perform 1000-Summarize-Sales
              thru 1000-Summarize-Sales-Exit.

           Perform 1200-Summarize-Punches
              thru 1200-Summarize-Punches-Exit.

           Perform 2000-Print-Report
              thru 2000-Print-Report-Exit.

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
                   Display 'Report date supplied by day-close.'
               end-if
           end-if.

           if WS-Close-Date-Found not = 'Y'
               Display ' '
               Display 'Enter report date - month (1-12):'
               Accept WS-Filter-Month-In

               Display 'Enter report date - day (1-31):'
               Accept WS-Filter-Day-In

               Display 'Enter report date - year (yyyy):'
               Accept WS-Filter-Year-In
           end-if.

           move WS-Filter-Month-In to WS-Filter-Month.
           move WS-Filter-Day-In   to WS-Filter-Day.
           move WS-Filter-Year-In  to WS-Filter-Year.

           perform varying Hour-Index from 1 by 1
                   until Hour-Index > 24

               move 0 to HL-Sales(Hour-Index)
               move 0 to HL-Labor-Minutes(Hour-Index)
               move 0 to HL-Labor-Dollars(Hour-Index)

           end-perform.

           Perform 0500-Load-Daypart-Config
              thru 0500-Load-Daypart-Config-Exit.

           Perform 0600-Load-Pay-Rates
              thru 0600-Load-Pay-Rates-Exit.

       0000-Initialization-Exit.
           Exit.

       0500-Load-Daypart-Config.

      *    Same dayparts as the hourly sales report, so the two
      *    line up bucket for bucket.
           open input Daypart-Config-File.

           if WS-Daypart-Config-Status = '00'

               read Daypart-Config-File into Daypart-Config-Record
                 at end set No-More-Config to true
               end-read

               perform until No-More-Config
                          or WS-Daypart-Entries not < 10

                   move spaces to WS-Config-Label
                   move spaces to WS-Config-Start-Text
                   move spaces to WS-Config-End-Text

                   Unstring Daypart-Config-Record
                     delimited by ","
                     into WS-Config-Label
                          WS-Config-Start-Text
                          WS-Config-End-Text

                   compute WS-Config-Start-Test =
                           function test-numval(WS-Config-Start-Text)
                   compute WS-Config-End-Test =
                           function test-numval(WS-Config-End-Text)

                   if WS-Config-Label = spaces
                   or WS-Config-Start-Test not = 0
                   or WS-Config-End-Test   not = 0
                       Display 'Warning: skipping malformed line in'
                           ' daypartConfig.csv'
                   else
                       add 1 to WS-Daypart-Entries
                       move WS-Config-Label
                         to DP-Label(WS-Daypart-Entries)
                       compute DP-Start-Hour(WS-Daypart-Entries) =
                               function numval(WS-Config-Start-Text)
                       compute DP-End-Hour(WS-Daypart-Entries) =
                               function numval(WS-Config-End-Text)
                   end-if

                   read Daypart-Config-File into Daypart-Config-Record
                     at end set No-More-Config to true
                   end-read

               end-perform

               close Daypart-Config-File
           end-if.

      *    No config file (or nothing usable in it) - fall back to
      *    the shop's standard dayparts: open-11, 11-2, 2-close.
           if WS-Daypart-Entries = 0
               move 1           to WS-Daypart-Entries
               move 'Open-11am' to DP-Label(1)
               move 0           to DP-Start-Hour(1)
               move 11          to DP-End-Hour(1)

               move 2           to WS-Daypart-Entries
               move '11am-2pm'  to DP-Label(2)
               move 11          to DP-Start-Hour(2)
               move 14          to DP-End-Hour(2)

               move 3           to WS-Daypart-Entries
               move '2pm-Close' to DP-Label(3)
               move 14          to DP-Start-Hour(3)
               move 24          to DP-End-Hour(3)
           end-if.

           perform varying Daypart-Index from 1 by 1
                   until Daypart-Index > WS-Daypart-Entries

               move 0 to DP-Sales(Daypart-Index)
               move 0 to DP-Labor-Minutes(Daypart-Index)
               move 0 to DP-Labor-Dollars(Daypart-Index)

           end-perform.

       0500-Load-Daypart-Config-Exit.
           Exit.

       0600-Load-Pay-Rates.

           open input Employee-File.

           if WS-Employee-Status not = '00'
               Display "Warning: cannot open employees.csv (status "
                   WS-Employee-Status
                   "); labor dollars will be zero."
           else
               read Employee-File into Employee-File-Record
                 at end set No-More-Employees to true
               end-read

               perform until No-More-Employees
                          or WS-Employee-Entries not < 100

                   move spaces to WS-Emp-Id-In
                   move spaces to WS-Emp-Rate-In

                   Unstring Employee-File-Record
                     delimited by ","
                     into WS-Emp-Id-In
                          WS-Emp-Name-In
                          WS-Emp-Pin-In
                          WS-Emp-Role-In
                          WS-Emp-Active-In
                          WS-Emp-Rate-In

                   if WS-Emp-Id-In not = spaces
                       add 1 to WS-Employee-Entries
                       move WS-Emp-Id-In
                         to EMP-Id(WS-Employee-Entries)

                       compute WS-Emp-Rate-Test =
                               function test-numval(WS-Emp-Rate-In)

                       if WS-Emp-Rate-In = spaces
                       or WS-Emp-Rate-Test not = 0
                           move 0 to EMP-Rate(WS-Employee-Entries)
                       else
                           compute EMP-Rate(WS-Employee-Entries) =
                                   function numval(WS-Emp-Rate-In)
                       end-if
                   end-if

                   read Employee-File into Employee-File-Record
                     at end set No-More-Employees to true
                   end-read

               end-perform

               close Employee-File
           end-if.

       0600-Load-Pay-Rates-Exit.
           Exit.

       1000-Summarize-Sales.

           open input Order-Trans-File.

           if WS-Order-Trans-Status not = '00'
               Display "Warning: cannot open orderTrans.csv (status "
                   WS-Order-Trans-Status
                   "); reporting zero sales."
           else
               read Order-Trans-File into Order-Trans-File-Record
               at end set No-More-Trans to true
               end-read

               perform until No-More-Trans

                 move Order-Trans-File-Record to Order-Trans-Record
                 move OTR-Order-Time(1:10)    to WS-Record-Date-Text

                 compute WS-Hour-Test =
                         function test-numval(OTR-Order-Hour)

      *          A deposit on a booked order is money held until
      *          the order is picked up and rung, not an hour's sales.
                 if  WS-Record-Date-Text = WS-Filter-Date-Text
                 and WS-Hour-Test = 0
                 and (OTR-Is-Sale or OTR-Is-Void)
                 and OTR-Category not = 'Deposit'

                   compute WS-Record-Hour =
                           function numval(OTR-Order-Hour)

                   if  WS-Record-Hour not < 0
                   and WS-Record-Hour < 24
                       compute WS-Hour-Sub = WS-Record-Hour + 1
                       add OTR-Item-Price to HL-Sales(WS-Hour-Sub)
                   end-if

                 end-if

                 read Order-Trans-File into Order-Trans-File-Record
                   at end set No-More-Trans to true
                 end-read

               end-perform

               close Order-Trans-File
           end-if.

       1000-Summarize-Sales-Exit.
           Exit.

       1200-Summarize-Punches.

           open input Time-Punch-File.

           if WS-Time-Punch-Status not = '00'
               Display "Warning: cannot open timePunches.csv (status "
                   WS-Time-Punch-Status
                   "); reporting zero labor."
           else
               read Time-Punch-File into Time-Punch-Record
                 at end set No-More-Punches to true
               end-read

               perform until No-More-Punches

                   compute WS-Hour-Test =
                           function test-numval(PUN-Hour)
                   compute WS-Minute-Test =
                           function test-numval(PUN-Minute)

                   if  PUN-Date = WS-Filter-Date-Text
                   and WS-Hour-Test   = 0
                   and WS-Minute-Test = 0
                       compute WS-Punch-Minute-Of-Day =
                               function numval(PUN-Hour) * 60
                             + function numval(PUN-Minute)

                       Perform 1300-Apply-Punch
                          thru 1300-Apply-Punch-Exit
                   end-if

                   read Time-Punch-File into Time-Punch-Record
                     at end set No-More-Punches to true
                   end-read

               end-perform

               close Time-Punch-File
           end-if.

      *    Anyone still clocked in (or out on break) when the day's
      *    punches run out never clocked out - their open time is
      *    not costed and the shift is flagged for correction.
           perform varying Shift-Index from 1 by 1
                   until Shift-Index > WS-Shift-Entries

               if not SH-Is-Off(Shift-Index)
                   set WS-Found-Shift-Idx to Shift-Index
                   move 'Missing clock-out' to WS-Exception-Message
                   Perform 1500-Add-Shift-Exception
                      thru 1500-Add-Shift-Exception-Exit
               end-if

           end-perform.

       1200-Summarize-Punches-Exit.
           Exit.

       1300-Apply-Punch.

           Perform 1310-Find-Or-Add-Shift
              thru 1310-Find-Or-Add-Shift-Exit.

           if WS-Found-Shift-Idx > 0

               evaluate true
                   when PUN-Is-Clock-In
                       if not SH-Is-Off(WS-Found-Shift-Idx)
                           move 'Missing clock-out'
                             to WS-Exception-Message
                           Perform 1500-Add-Shift-Exception
                              thru 1500-Add-Shift-Exception-Exit
                       end-if
                       move PUN-Terminal-Id
                         to SH-Terminal-Id(WS-Found-Shift-Idx)
                       move PUN-Timestamp
                         to SH-In-Time(WS-Found-Shift-Idx)
                       move WS-Punch-Minute-Of-Day
                         to SH-Segment-Start(WS-Found-Shift-Idx)
                       set SH-Is-Working(WS-Found-Shift-Idx) to true

                   when PUN-Is-Break-Start
                       if SH-Is-Working(WS-Found-Shift-Idx)
                           Perform 1400-Cost-Segment
                              thru 1400-Cost-Segment-Exit
                           set SH-Is-On-Break(WS-Found-Shift-Idx)
                             to true
                       else
                           Perform 1510-Add-Punch-Exception
                              thru 1510-Add-Punch-Exception-Exit
                       end-if

                   when PUN-Is-Break-End
                       if SH-Is-On-Break(WS-Found-Shift-Idx)
                           move WS-Punch-Minute-Of-Day
                             to SH-Segment-Start(WS-Found-Shift-Idx)
                           set SH-Is-Working(WS-Found-Shift-Idx)
                             to true
                       else
                           Perform 1510-Add-Punch-Exception
                              thru 1510-Add-Punch-Exception-Exit
                       end-if

                   when PUN-Is-Clock-Out
                       evaluate true
                           when SH-Is-Working(WS-Found-Shift-Idx)
                               Perform 1400-Cost-Segment
                                  thru 1400-Cost-Segment-Exit
                               set SH-Is-Off(WS-Found-Shift-Idx)
                                 to true
                           when SH-Is-On-Break(WS-Found-Shift-Idx)
                               set SH-Is-Off(WS-Found-Shift-Idx)
                                 to true
                           when other
                               Perform 1510-Add-Punch-Exception
                                  thru 1510-Add-Punch-Exception-Exit
                       end-evaluate
               end-evaluate

           end-if.

       1300-Apply-Punch-Exit.
           Exit.

       1310-Find-Or-Add-Shift.

           move 0 to WS-Found-Shift-Idx.

           perform varying Shift-Index from 1 by 1
                   until Shift-Index > WS-Shift-Entries

               if SH-Employee-Id(Shift-Index) = PUN-Employee-Id
                   set WS-Found-Shift-Idx to Shift-Index
               end-if

           end-perform.

           if WS-Found-Shift-Idx = 0
           and WS-Shift-Entries < 100
               add 1 to WS-Shift-Entries
               move WS-Shift-Entries to WS-Found-Shift-Idx
               move PUN-Employee-Id
                 to SH-Employee-Id(WS-Found-Shift-Idx)
               move PUN-Terminal-Id
                 to SH-Terminal-Id(WS-Found-Shift-Idx)
               move PUN-Timestamp
                 to SH-In-Time(WS-Found-Shift-Idx)
               move 0 to SH-Segment-Start(WS-Found-Shift-Idx)
               set SH-Is-Off(WS-Found-Shift-Idx) to true

               move 0 to WS-Found-Employee-Idx
               perform varying Employee-Index from 1 by 1
                       until Employee-Index > WS-Employee-Entries
                   if EMP-Id(Employee-Index) = PUN-Employee-Id
                       set WS-Found-Employee-Idx to Employee-Index
                   end-if
               end-perform

               if WS-Found-Employee-Idx > 0
                   move EMP-Rate(WS-Found-Employee-Idx)
                     to SH-Rate(WS-Found-Shift-Idx)
               else
                   move 0 to SH-Rate(WS-Found-Shift-Idx)
                   move 'No pay rate on file'
                     to WS-Exception-Message
                   Perform 1510-Add-Punch-Exception
                      thru 1510-Add-Punch-Exception-Exit
               end-if
           end-if.

       1310-Find-Or-Add-Shift-Exit.
           Exit.

       1400-Cost-Segment.

      *    Spread one worked segment across the hour buckets it
      *    touches, a minute-accurate slice per hour.
           move SH-Segment-Start(WS-Found-Shift-Idx) to WS-Seg-Start.
           move WS-Punch-Minute-Of-Day               to WS-Seg-End.
           move SH-Rate(WS-Found-Shift-Idx)          to WS-Seg-Rate.

           if WS-Seg-End > WS-Seg-Start

               compute WS-Alloc-Hour      = WS-Seg-Start / 60
               compute WS-Alloc-Last-Hour = (WS-Seg-End - 1) / 60

               perform varying WS-Alloc-Hour from WS-Alloc-Hour by 1
                       until WS-Alloc-Hour > WS-Alloc-Last-Hour

                   compute WS-Slice-Start = WS-Alloc-Hour * 60
                   compute WS-Slice-End   = WS-Slice-Start + 60

                   if WS-Seg-Start > WS-Slice-Start
                       move WS-Seg-Start to WS-Slice-Start
                   end-if
                   if WS-Seg-End < WS-Slice-End
                       move WS-Seg-End to WS-Slice-End
                   end-if

                   compute WS-Slice-Minutes =
                           WS-Slice-End - WS-Slice-Start
                   compute WS-Hour-Sub = WS-Alloc-Hour + 1

                   add WS-Slice-Minutes
                     to HL-Labor-Minutes(WS-Hour-Sub)
                   compute HL-Labor-Dollars(WS-Hour-Sub) =
                           HL-Labor-Dollars(WS-Hour-Sub)
                         + WS-Slice-Minutes * WS-Seg-Rate / 60

               end-perform

           end-if.

       1400-Cost-Segment-Exit.
           Exit.

       1500-Add-Shift-Exception.

           if WS-Exception-Entries < 100
               add 1 to WS-Exception-Entries
               move SH-Employee-Id(WS-Found-Shift-Idx)
                 to EX-Employee-Id(WS-Exception-Entries)
               move SH-Terminal-Id(WS-Found-Shift-Idx)
                 to EX-Terminal-Id(WS-Exception-Entries)
               move SH-In-Time(WS-Found-Shift-Idx)
                 to EX-Punch-Time(WS-Exception-Entries)
               move WS-Exception-Message
                 to EX-Message(WS-Exception-Entries)
           end-if.

       1500-Add-Shift-Exception-Exit.
           Exit.

       1510-Add-Punch-Exception.

           if WS-Exception-Message = spaces
               evaluate true
                   when PUN-Is-Clock-Out
                       move 'Clock-out without clock-in'
                         to WS-Exception-Message
                   when other
                       move 'Break punch out of sequence'
                         to WS-Exception-Message
               end-evaluate
           end-if.

           if WS-Exception-Entries < 100
               add 1 to WS-Exception-Entries
               move PUN-Employee-Id
                 to EX-Employee-Id(WS-Exception-Entries)
               move PUN-Terminal-Id
                 to EX-Terminal-Id(WS-Exception-Entries)
               move PUN-Timestamp
                 to EX-Punch-Time(WS-Exception-Entries)
               move WS-Exception-Message
                 to EX-Message(WS-Exception-Entries)
           end-if.

           move spaces to WS-Exception-Message.

       1510-Add-Punch-Exception-Exit.
           Exit.

       2000-Print-Report.

           Display WS-Separator-Line.
           Display WS-Report-Title.
           Display 'For date: ' WS-Filter-Date-Text.
           Display WS-Separator-Line.
           Display 'Hour                  Sales  Labor hrs     Labor $
      -        '   Sales/LH  Labor %'.
           Display WS-Separator-Line.

           perform varying Hour-Index from 1 by 1
                   until Hour-Index > 24

               compute WS-Record-Hour = Hour-Index - 1

               perform varying Daypart-Index from 1 by 1
                       until Daypart-Index > WS-Daypart-Entries

                   if  WS-Record-Hour not < DP-Start-Hour(Daypart-Index)
                   and WS-Record-Hour < DP-End-Hour(Daypart-Index)
                       add HL-Sales(Hour-Index)
                         to DP-Sales(Daypart-Index)
                       add HL-Labor-Minutes(Hour-Index)
                         to DP-Labor-Minutes(Daypart-Index)
                       add HL-Labor-Dollars(Hour-Index)
                         to DP-Labor-Dollars(Daypart-Index)
                   end-if

               end-perform

               add HL-Sales(Hour-Index) to WS-Total-Sales
               add HL-Labor-Minutes(Hour-Index)
                 to WS-Total-Labor-Minutes
               add HL-Labor-Dollars(Hour-Index)
                 to WS-Total-Labor-Dollars

               if HL-Sales(Hour-Index)         not = 0
               or HL-Labor-Minutes(Hour-Index) not = 0

                   compute HLB-Hour-From = Hour-Index - 1
                   compute HLB-Hour-To   = Hour-Index
                   move WS-Hour-Label to LRL-Label

                   move HL-Sales(Hour-Index)         to WS-Line-Sales
                   move HL-Labor-Minutes(Hour-Index)
                     to WS-Line-Labor-Minutes
                   move HL-Labor-Dollars(Hour-Index)
                     to WS-Line-Labor-Dollars

                   Perform 2100-Format-Labor-Line
                      thru 2100-Format-Labor-Line-Exit

               end-if

           end-perform.

           Display WS-Separator-Line.
           Display 'Daypart               Sales  Labor hrs     Labor $
      -        '   Sales/LH  Labor %'.
           Display WS-Separator-Line.

           perform varying Daypart-Index from 1 by 1
                   until Daypart-Index > WS-Daypart-Entries

               move DP-Label(Daypart-Index)         to LRL-Label
               move DP-Sales(Daypart-Index)         to WS-Line-Sales
               move DP-Labor-Minutes(Daypart-Index)
                 to WS-Line-Labor-Minutes
               move DP-Labor-Dollars(Daypart-Index)
                 to WS-Line-Labor-Dollars

               Perform 2100-Format-Labor-Line
                  thru 2100-Format-Labor-Line-Exit

           end-perform.

           Display WS-Separator-Line.

           move 'Day total'            to LRL-Label.
           move WS-Total-Sales         to WS-Line-Sales.
           move WS-Total-Labor-Minutes to WS-Line-Labor-Minutes.
           move WS-Total-Labor-Dollars to WS-Line-Labor-Dollars.

           Perform 2100-Format-Labor-Line
              thru 2100-Format-Labor-Line-Exit.

           Display WS-Separator-Line.

           if WS-Exception-Entries > 0
               Display ' '
               Display 'Punch exceptions - open time is not costed'
               Display WS-Separator-Line
               Display 'Employee    Term  Punch time'
                   '              Problem'
               Display WS-Separator-Line

               perform varying Exception-Index from 1 by 1
                       until Exception-Index > WS-Exception-Entries

                   move EX-Employee-Id(Exception-Index)
                     to ERL-Employee-Id
                   move EX-Terminal-Id(Exception-Index)
                     to ERL-Terminal-Id
                   move EX-Punch-Time(Exception-Index)
                     to ERL-Punch-Time
                   move EX-Message(Exception-Index)
                     to ERL-Message

                   Display Exception-Report-Line

               end-perform

               Display WS-Separator-Line
           end-if.

       2000-Print-Report-Exit.
           Exit.

       2100-Format-Labor-Line.

           move WS-Line-Sales         to LRL-Sales.
           move WS-Line-Labor-Dollars to LRL-Labor-Dollars.

           compute LRL-Labor-Hours rounded =
                   WS-Line-Labor-Minutes / 60.

           if WS-Line-Labor-Minutes > 0
               compute LRL-Sales-Per-LH rounded =
                       WS-Line-Sales * 60 / WS-Line-Labor-Minutes
           else
               move 0 to LRL-Sales-Per-LH
           end-if.

           if WS-Line-Sales > 0
               compute LRL-Labor-Pct rounded =
                       WS-Line-Labor-Dollars * 100 / WS-Line-Sales
           else
               move 0 to LRL-Labor-Pct
           end-if.

           Display Labor-Report-Line.

       2100-Format-Labor-Line-Exit.
           Exit.

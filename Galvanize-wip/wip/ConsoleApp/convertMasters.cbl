       Identification Division.
       program-id. convertMasters.

       Environment Division.
       input-output section.
       file-control.

       select Menu-CSV-File
              assign to "cafeItems.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Menu-CSV-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              file status is WS-Menu-Item-Status.

       select Gift-CSV-File
              assign to "giftCards.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Gift-CSV-Status.

       select Gift-Card-File
              assign to "giftCards.dat"
              organization is indexed
              access mode is dynamic
              record key is GCF-Card-No
              file status is WS-Gift-Card-Status.

       select Loyalty-CSV-File
              assign to "loyaltyMaster.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Loyalty-CSV-Status.

       select Loyalty-Master-File
              assign to "loyaltyMaster.dat"
              organization is indexed
              access mode is dynamic
              record key is LMF-Member-Id
              file status is WS-Loyalty-Master-Status.

       Data Division.

       File Section.

        FD Menu-CSV-File
           record contains 80.

        01 Menu-CSV-Record  pic x(80).

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Gift-CSV-File
           record contains 40.

        01 Gift-CSV-Record  pic x(40).

        FD Gift-Card-File
           record contains 40.

        01 Gift-Card-File-Record.
           05 GCF-Card-No        pic x(10).
           05 GCF-Card-Data      pic x(30).

        FD Loyalty-CSV-File
           record contains 60.

        01 Loyalty-CSV-Record  pic x(60).

        FD Loyalty-Master-File
           record contains 60.

        01 Loyalty-Master-File-Record.
           05 LMF-Member-Id      pic x(10).
           05 LMF-Member-Data    pic x(50).

       working-storage section.

       01  WS-Menu-CSV-Status       pic xx.
       01  WS-Menu-Item-Status      pic xx.
       01  WS-Gift-CSV-Status       pic xx.
       01  WS-Gift-Card-Status      pic xx.
       01  WS-Loyalty-CSV-Status    pic xx.
       01  WS-Loyalty-Master-Status pic xx.

       01  CSV-EOF-Switch pic x(3) value 'no'.
           88 No-More-CSV-Lines     value 'yes'.

      *    Set when the keyed file is missing or still empty - the
      *    only state it is safe to load into.
       01  WS-Target-Empty-Switch   pic x(3).
           88 Target-Is-Empty       value 'yes'.

      *    cafeItems.dat record - comma-separated text keyed on the
      *    item name, the same layout the registers write.
       01  Menu-Item-Record.
           05 MIR-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 MIR-Item-Price        pic 9(4).99.
           05 filler                pic x(1) value ','.
           05 MIR-Item-Active       pic x(1).
           05 filler                pic x(1) value ','.
           05 MIR-Stock-On-Hand     pic 9(5).
           05 filler                pic x(1) value ','.
           05 MIR-Item-Category     pic x(10).
           05 filler                pic x(1) value ','.
           05 MIR-Unit-Cost         pic 9(4).99.

       01  Gift-Card-Record.
           05 GCR-Card-No           pic x(10).
           05 filler                pic x(1).
           05 GCR-Balance           pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 GCR-Status            pic x(1).

       01  Loyalty-Master-Record.
           05 LMR-Member-Id         pic x(10).
           05 filler                pic x(1).
           05 LMR-Member-Name       pic x(20).
           05 filler                pic x(1).
           05 LMR-Points            pic s9(7) sign leading separate.

       01  WS-Menu-Name-In          pic x(20).
       01  WS-Menu-Price-In         pic x(10).
       01  WS-Menu-Active-In        pic x(1).
       01  WS-Menu-Stock-In         pic x(10).
       01  WS-Menu-Category-In      pic x(10).
       01  WS-Menu-Cost-In          pic x(10).
       01  WS-Menu-Num-Test         pic s9(4) comp.
       01  WS-Menu-Price-Value      pic s9(7)v99.
       01  WS-Menu-Stock-Value      pic s9(9).
       01  WS-Menu-Cost-Value       pic s9(7)v99.

       01  WS-Line-Num              pic s9(7) comp.
       01  WS-Line-Out              pic zzzzzz9.
       01  WS-Loaded-Count          pic s9(7) comp.
       01  WS-Duplicate-Count       pic s9(7) comp.
       01  WS-Skipped-Count         pic s9(7) comp.
       01  WS-Count-Out             pic zzzzzz9.

       Procedure Division.

           Perform 1000-Convert-Menu-Items
              thru 1000-Convert-Menu-Items-Exit.

           Perform 2000-Convert-Gift-Cards
              thru 2000-Convert-Gift-Cards-Exit.

           Perform 3000-Convert-Loyalty-Master
              thru 3000-Convert-Loyalty-Master-Exit.

           Goback.

       1000-Convert-Menu-Items.

      *    Each list is loaded into its keyed file only while that
      *    file is still empty, so running this again cannot undo a
      *    day's sales, balances or points.
           move 'no' to WS-Target-Empty-Switch.

           open input Menu-Item-File.

           evaluate WS-Menu-Item-Status
               when '35'
                   set Target-Is-Empty to true
               when '00'
                   read Menu-Item-File next record
                     at end set Target-Is-Empty to true
                   end-read
                   close Menu-Item-File
               when other
                   Display 'Cannot open cafeItems.dat (status '
                       WS-Menu-Item-Status '); menu not converted.'
           end-evaluate.

           if not Target-Is-Empty
               if WS-Menu-Item-Status = '00'
                   Display 'cafeItems.dat already holds items;'
                       ' menu not converted.'
               end-if
           else
               open input Menu-CSV-File

               if WS-Menu-CSV-Status not = '00'
                   Display "Warning: cannot open cafeItems.csv (status "
                       WS-Menu-CSV-Status "); menu not converted."
               else
                   open output Menu-Item-File

                   move 0    to WS-Line-Num
                   move 0    to WS-Loaded-Count
                   move 0    to WS-Duplicate-Count
                   move 0    to WS-Skipped-Count
                   move 'no' to CSV-EOF-Switch

                   read Menu-CSV-File
                     at end set No-More-CSV-Lines to true
                   end-read

                   perform until No-More-CSV-Lines

                       add 1 to WS-Line-Num

                       Perform 1100-Convert-Menu-Line
                          thru 1100-Convert-Menu-Line-Exit

                       read Menu-CSV-File
                         at end set No-More-CSV-Lines to true
                       end-read

                   end-perform

                   close Menu-CSV-File
                   close Menu-Item-File

                   Display 'cafeItems.dat loaded from cafeItems.csv.'
                   Perform 9000-Print-Counts
                      thru 9000-Print-Counts-Exit
               end-if
           end-if.

       1000-Convert-Menu-Items-Exit.
           Exit.

       1100-Convert-Menu-Line.

      *    Same reading rules the register used for cafeItems.csv:
      *    a line without a name or a valid price is skipped, a bad
      *    active flag means active, no category means General, and
      *    older lines without a unit cost load with a zero cost.
           move spaces to WS-Menu-Name-In.
           move spaces to WS-Menu-Price-In.
           move 'Y'    to WS-Menu-Active-In.
           move spaces to WS-Menu-Stock-In.
           move spaces to WS-Menu-Category-In.
           move spaces to WS-Menu-Cost-In.

           Unstring Menu-CSV-Record
             delimited by ","
             into WS-Menu-Name-In
                  WS-Menu-Price-In
                  WS-Menu-Active-In
                  WS-Menu-Stock-In
                  WS-Menu-Category-In
                  WS-Menu-Cost-In.

           compute WS-Menu-Num-Test =
                   function test-numval(WS-Menu-Price-In).

           if WS-Menu-Num-Test = 0
           and WS-Menu-Price-In not = spaces
               compute WS-Menu-Price-Value =
                       function numval(WS-Menu-Price-In)
               if WS-Menu-Price-Value < 0
               or WS-Menu-Price-Value > 9999.99
                   move 1 to WS-Menu-Num-Test
               end-if
           end-if.

           if WS-Menu-Name-In = spaces
           or WS-Menu-Price-In = spaces
           or WS-Menu-Num-Test not = 0
               if Menu-CSV-Record not = spaces
                   add 1 to WS-Skipped-Count
                   move WS-Line-Num to WS-Line-Out
                   Display "Warning: skipping malformed line "
                       WS-Line-Out " in cafeItems.csv"
               end-if
           else
               move WS-Menu-Name-In     to MIR-Item-Name
               move WS-Menu-Price-Value to MIR-Item-Price

               if WS-Menu-Active-In = 'Y' or WS-Menu-Active-In = 'N'
                   move WS-Menu-Active-In to MIR-Item-Active
               else
                   move 'Y' to MIR-Item-Active
               end-if

               compute WS-Menu-Num-Test =
                       function test-numval(WS-Menu-Stock-In)

               if WS-Menu-Stock-In = spaces
               or WS-Menu-Num-Test not = 0
                   move 0 to WS-Menu-Stock-Value
               else
                   compute WS-Menu-Stock-Value =
                           function numval(WS-Menu-Stock-In)
               end-if

               if WS-Menu-Stock-Value < 0
                   move 0 to WS-Menu-Stock-Value
               end-if

               if WS-Menu-Stock-Value > 99999
                   move 99999 to WS-Menu-Stock-Value
               end-if

               move WS-Menu-Stock-Value to MIR-Stock-On-Hand

               if WS-Menu-Category-In = spaces
                   move 'General' to MIR-Item-Category
               else
                   move WS-Menu-Category-In to MIR-Item-Category
               end-if

               compute WS-Menu-Num-Test =
                       function test-numval(WS-Menu-Cost-In)

               if WS-Menu-Cost-In = spaces
               or WS-Menu-Num-Test not = 0
                   move 0 to WS-Menu-Cost-Value
               else
                   compute WS-Menu-Cost-Value =
                           function numval(WS-Menu-Cost-In)
                   if WS-Menu-Cost-Value < 0
                   or WS-Menu-Cost-Value > 9999.99
                       move 0 to WS-Menu-Cost-Value
                   end-if
               end-if

               move WS-Menu-Cost-Value to MIR-Unit-Cost

               write Menu-Item-File-Record from Menu-Item-Record
                 invalid key continue
               end-write

               evaluate WS-Menu-Item-Status
                   when '00'
                       add 1 to WS-Loaded-Count
                   when '22'
                       add 1 to WS-Duplicate-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: duplicate item "
                           function trim(WS-Menu-Name-In)
                           " on line " WS-Line-Out
                           " of cafeItems.csv; first one kept"
                   when other
                       add 1 to WS-Skipped-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: cannot write line "
                           WS-Line-Out " of cafeItems.csv (status "
                           WS-Menu-Item-Status ")"
               end-evaluate
           end-if.

       1100-Convert-Menu-Line-Exit.
           Exit.

       2000-Convert-Gift-Cards.

           move 'no' to WS-Target-Empty-Switch.

           open input Gift-Card-File.

           evaluate WS-Gift-Card-Status
               when '35'
                   set Target-Is-Empty to true
               when '00'
                   read Gift-Card-File next record
                     at end set Target-Is-Empty to true
                   end-read
                   close Gift-Card-File
               when other
                   Display 'Cannot open giftCards.dat (status '
                       WS-Gift-Card-Status '); gift cards not'
                       ' converted.'
           end-evaluate.

           if not Target-Is-Empty
               if WS-Gift-Card-Status = '00'
                   Display 'giftCards.dat already holds cards;'
                       ' gift cards not converted.'
               end-if
           else
               open input Gift-CSV-File

               if WS-Gift-CSV-Status not = '00'
                   Display "Warning: cannot open giftCards.csv (status "
                       WS-Gift-CSV-Status "); gift cards not"
                       " converted."
               else
                   open output Gift-Card-File

                   move 0    to WS-Line-Num
                   move 0    to WS-Loaded-Count
                   move 0    to WS-Duplicate-Count
                   move 0    to WS-Skipped-Count
                   move 'no' to CSV-EOF-Switch

                   read Gift-CSV-File into Gift-Card-Record
                     at end set No-More-CSV-Lines to true
                   end-read

                   perform until No-More-CSV-Lines

                       add 1 to WS-Line-Num

                       Perform 2100-Convert-Gift-Line
                          thru 2100-Convert-Gift-Line-Exit

                       read Gift-CSV-File into Gift-Card-Record
                         at end set No-More-CSV-Lines to true
                       end-read

                   end-perform

                   close Gift-CSV-File
                   close Gift-Card-File

                   Display 'giftCards.dat loaded from giftCards.csv.'
                   Perform 9000-Print-Counts
                      thru 9000-Print-Counts-Exit
               end-if
           end-if.

       2000-Convert-Gift-Cards-Exit.
           Exit.

       2100-Convert-Gift-Line.

      *    A card must have a number and a readable balance; anything
      *    else is reported so it can be put right by hand.
           if GCR-Card-No = spaces
           or GCR-Balance not numeric
               if Gift-Card-Record not = spaces
                   add 1 to WS-Skipped-Count
                   move WS-Line-Num to WS-Line-Out
                   Display "Warning: skipping malformed line "
                       WS-Line-Out " in giftCards.csv"
               end-if
           else
               write Gift-Card-File-Record from Gift-Card-Record
                 invalid key continue
               end-write

               evaluate WS-Gift-Card-Status
                   when '00'
                       add 1 to WS-Loaded-Count
                   when '22'
                       add 1 to WS-Duplicate-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: duplicate card " GCR-Card-No
                           " on line " WS-Line-Out
                           " of giftCards.csv; first one kept"
                   when other
                       add 1 to WS-Skipped-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: cannot write line "
                           WS-Line-Out " of giftCards.csv (status "
                           WS-Gift-Card-Status ")"
               end-evaluate
           end-if.

       2100-Convert-Gift-Line-Exit.
           Exit.

       3000-Convert-Loyalty-Master.

           move 'no' to WS-Target-Empty-Switch.

           open input Loyalty-Master-File.

           evaluate WS-Loyalty-Master-Status
               when '35'
                   set Target-Is-Empty to true
               when '00'
                   read Loyalty-Master-File next record
                     at end set Target-Is-Empty to true
                   end-read
                   close Loyalty-Master-File
               when other
                   Display 'Cannot open loyaltyMaster.dat (status '
                       WS-Loyalty-Master-Status '); members not'
                       ' converted.'
           end-evaluate.

           if not Target-Is-Empty
               if WS-Loyalty-Master-Status = '00'
                   Display 'loyaltyMaster.dat already holds members;'
                       ' members not converted.'
               end-if
           else
               open input Loyalty-CSV-File

               if WS-Loyalty-CSV-Status not = '00'
                   Display "Warning: cannot open loyaltyMaster.csv"
                       " (status " WS-Loyalty-CSV-Status
                       "); members not converted."
               else
                   open output Loyalty-Master-File

                   move 0    to WS-Line-Num
                   move 0    to WS-Loaded-Count
                   move 0    to WS-Duplicate-Count
                   move 0    to WS-Skipped-Count
                   move 'no' to CSV-EOF-Switch

                   read Loyalty-CSV-File into Loyalty-Master-Record
                     at end set No-More-CSV-Lines to true
                   end-read

                   perform until No-More-CSV-Lines

                       add 1 to WS-Line-Num

                       Perform 3100-Convert-Loyalty-Line
                          thru 3100-Convert-Loyalty-Line-Exit

                       read Loyalty-CSV-File into Loyalty-Master-Record
                         at end set No-More-CSV-Lines to true
                       end-read

                   end-perform

                   close Loyalty-CSV-File
                   close Loyalty-Master-File

                   Display 'loyaltyMaster.dat loaded from'
                       ' loyaltyMaster.csv.'
                   Perform 9000-Print-Counts
                      thru 9000-Print-Counts-Exit
               end-if
           end-if.

       3000-Convert-Loyalty-Master-Exit.
           Exit.

       3100-Convert-Loyalty-Line.

           if LMR-Member-Id = spaces
           or LMR-Points not numeric
               if Loyalty-Master-Record not = spaces
                   add 1 to WS-Skipped-Count
                   move WS-Line-Num to WS-Line-Out
                   Display "Warning: skipping malformed line "
                       WS-Line-Out " in loyaltyMaster.csv"
               end-if
           else
               write Loyalty-Master-File-Record
                 from Loyalty-Master-Record
                 invalid key continue
               end-write

               evaluate WS-Loyalty-Master-Status
                   when '00'
                       add 1 to WS-Loaded-Count
                   when '22'
                       add 1 to WS-Duplicate-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: duplicate member "
                           LMR-Member-Id " on line " WS-Line-Out
                           " of loyaltyMaster.csv; first one kept"
                   when other
                       add 1 to WS-Skipped-Count
                       move WS-Line-Num to WS-Line-Out
                       Display "Warning: cannot write line "
                           WS-Line-Out " of loyaltyMaster.csv"
                           " (status " WS-Loyalty-Master-Status ")"
               end-evaluate
           end-if.

       3100-Convert-Loyalty-Line-Exit.
           Exit.

       9000-Print-Counts.

           move WS-Loaded-Count to WS-Count-Out.
           Display '  Records loaded:     ' WS-Count-Out.
           move WS-Duplicate-Count to WS-Count-Out.
           Display '  Duplicates dropped: ' WS-Count-Out.
           move WS-Skipped-Count to WS-Count-Out.
           Display '  Lines skipped:      ' WS-Count-Out.

       9000-Print-Counts-Exit.
           Exit.

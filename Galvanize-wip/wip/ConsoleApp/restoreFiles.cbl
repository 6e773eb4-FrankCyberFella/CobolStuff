       Identification Division.
       program-id. restoreFiles.

       Environment Division.
       input-output section.
       file-control.

       select Backup-Config-File
              assign to "backupConfig.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Backup-Config-Status.

       select Registers-File
              assign to "registers.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Registers-Status.

       select Checkpoint-File
              assign to WS-Checkpoint-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Checkpoint-Status.

       select Manifest-File
              assign to WS-Manifest-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Manifest-Status.

       select Backup-File
              assign to WS-Backup-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Backup-Status.

       select Live-File
              assign to WS-Live-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Live-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              file status is WS-Live-Status.

       select Gift-Card-File
              assign to "giftCards.dat"
              organization is indexed
              access mode is dynamic
              record key is GCF-Card-No
              file status is WS-Live-Status.

       select Loyalty-Master-File
              assign to "loyaltyMaster.dat"
              organization is indexed
              access mode is dynamic
              record key is LMF-Member-Id
              file status is WS-Live-Status.

       select Web-Ledger-File
              assign to "webOrderLedger.dat"
              organization is indexed
              access mode is dynamic
              record key is WLF-Ext-Order-No
              file status is WS-Live-Status.

       Data Division.

       File Section.

        FD Backup-Config-File
           record contains 80.

        01 Backup-Config-File-Record  pic x(80).

        FD Registers-File
           record contains 4.

        01 Registers-File-Record  pic x(4).

        FD Checkpoint-File
           record contains 80.

        01 Checkpoint-File-Record  pic x(80).

        FD Manifest-File
           record contains 120.

        01 Manifest-File-Record  pic x(120).

        FD Backup-File
           record contains 300.

        01 Backup-File-Record  pic x(300).

        FD Live-File
           record contains 300.

        01 Live-File-Record  pic x(300).

        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Gift-Card-File
           record contains 40.

        01 Gift-Card-File-Record.
           05 GCF-Card-No        pic x(10).
           05 GCF-Card-Data      pic x(30).

        FD Loyalty-Master-File
           record contains 60.

        01 Loyalty-Master-File-Record.
           05 LMF-Member-Id      pic x(10).
           05 LMF-Member-Data    pic x(50).

        FD Web-Ledger-File
           record contains 80.

        01 Web-Ledger-File-Record.
           05 WLF-Ext-Order-No   pic x(12).
           05 WLF-Ledger-Data    pic x(68).

       working-storage section.

       01  WS-Backup-Config-Status  pic xx.
       01  WS-Registers-Status      pic xx.
       01  WS-Checkpoint-Status     pic xx.
       01  WS-Manifest-Status       pic xx.
       01  WS-Backup-Status         pic xx.
       01  WS-Live-Status           pic xx.

       01  WS-Checkpoint-File-Name  pic x(30).
       01  WS-Manifest-File-Name    pic x(30).
       01  WS-Backup-File-Name      pic x(40).
       01  WS-Live-File-Name        pic x(30).
       01  WS-Terminal-Id           pic x(4).

       01  Registers-EOF-Switch pic x(3) value 'no'.
           88 No-More-Registers     value 'yes'.

       01  Checkpoint-EOF-Switch pic x(3) value 'no'.
           88 No-More-Checkpoint    value 'yes'.

       01  Manifest-EOF-Switch pic x(3) value 'no'.
           88 No-More-Manifest      value 'yes'.

       01  Backup-EOF-Switch pic x(3) value 'no'.
           88 No-More-Backup        value 'yes'.

       01  Register-Id-Table.
           05 Register-Id occurs 10 times
                  pic x(4).

       01  WS-Register-Entries      pic s9(4) comp value 0.
       01  WS-Register-Sub          pic s9(4) comp.
       01  WS-Checkpoint-Line-Count pic s9(4) comp value 0.

       01  WS-Refused-Switch        pic x(3) value 'no'.
           88 Restore-Refused       value 'yes'.

       01  WS-Done-Switch           pic x(3) value 'no'.
           88 Restore-Done          value 'yes'.

       01  WS-Loaded-Switch         pic x(3) value 'no'.
           88 Manifest-Loaded       value 'yes'.

       01  WS-Verify-Switch         pic x(3) value 'no'.
           88 Verify-Failed         value 'yes'.

       01  WS-Trans-Restored-Switch pic x(3) value 'no'.
           88 Trans-Was-Restored    value 'yes'.

       01  WS-Menu-Choice           pic x(1).
       01  WS-Confirm               pic x(1).
       01  WS-Generation-In         pic x(5).
       01  WS-Generation-Test       pic s9(4) comp.
       01  WS-Restore-Name-In       pic x(30).

       01  WS-Config-Text           pic x(80).
       01  WS-Config-Test           pic s9(4) comp.
       01  WS-Keep-Generations      pic s9(4) comp value 7.
       01  WS-Default-Generations   pic s9(4) comp value 7.
       01  WS-Max-Generations       pic s9(4) comp value 30.

       01  WS-Generation            pic s9(4) comp value 0.
       01  WS-Slot                  pic s9(4) comp.
       01  WS-Slot-Out              pic 99.
       01  WS-Generations-Found     pic s9(4) comp.

       01  Manifest-Header.
           05 MH-Record-Type        pic x(1).
           05 filler                pic x(1).
           05 MH-Generation         pic 99.
           05 filler                pic x(1).
           05 MH-Backup-Date        pic 9(8).
           05 filler                pic x(1).
           05 MH-Backup-Time        pic 9(6).
           05 filler                pic x(1).
           05 MH-Status             pic x(1).
              88 MH-Is-Complete     value 'C'.
           05 filler                pic x(1).
           05 MH-File-Count         pic 9(3).

       01  Manifest-Detail.
           05 MD-Record-Type        pic x(1).
           05 filler                pic x(1).
           05 MD-File-Name          pic x(30).
           05 filler                pic x(1).
           05 MD-Kind               pic x(1).
           05 filler                pic x(1).
           05 MD-Present            pic x(1).
           05 filler                pic x(1).
           05 MD-Record-Count       pic 9(9).
           05 filler                pic x(1).
           05 MD-Control-Total      pic s9(11)v99
                                    sign leading separate.
           05 filler                pic x(1).
           05 MD-Control-Label      pic x(20).

      *    The manifest of the generation being worked on. Kinds and
      *    control totals are those backupFiles writes.
       01  Manifest-Table.
           05 ME-Entry occurs 50 times.
              10 ME-File-Name       pic x(30).
              10 ME-Kind            pic x(1).
              10 ME-Present         pic x(1).
                 88 ME-Was-Copied   value 'Y'.
              10 ME-Record-Count    pic s9(9) comp.
              10 ME-Control-Total   pic s9(11)v99 comp-3.
              10 ME-Control-Label   pic x(20).
              10 ME-Selected        pic x(1).
                 88 ME-Is-Selected  value 'Y'.

       01  WS-Manifest-Entries      pic s9(4) comp value 0.
       01  WS-Entry-Sub             pic s9(4) comp.
       01  WS-Selected-Count        pic s9(4) comp.
       01  WS-Generation-Date       pic 9(8).
       01  WS-Generation-Time       pic 9(6).

       01  WS-Check-Count           pic s9(9) comp.
       01  WS-Check-Total           pic s9(11)v99 comp-3.
       01  WS-Written-Count         pic s9(9) comp.
       01  WS-Rejected-Count        pic s9(9) comp.

       01  WS-Copy-Record           pic x(300).

       01  Copy-Trans-View redefines WS-Copy-Record.
           05 filler                pic x(70).
           05 CTV-Item-Price        pic s9(7)v99 sign leading separate.
           05 filler                pic x(1).
           05 CTV-Trans-Type        pic x(1).
           05 filler                pic x(218).

       01  Copy-Menu-View redefines WS-Copy-Record.
           05 filler                pic x(31).
           05 CMV-Stock-On-Hand     pic 9(5).
           05 filler                pic x(264).

       01  Copy-Gift-View redefines WS-Copy-Record.
           05 filler                pic x(11).
           05 CGV-Balance           pic s9(7)v99 sign leading separate.
           05 filler                pic x(279).

       01  Copy-Loyalty-View redefines WS-Copy-Record.
           05 filler                pic x(32).
           05 CLV-Points            pic s9(7) sign leading separate.
           05 filler                pic x(260).

       01  WS-Date-Out              pic 9999/99/99.
       01  WS-Time-Out              pic 99b99b99.
       01  WS-Count-Out             pic zzzzzzzz9.
       01  WS-Count-Out-2           pic zzzzzzzz9.
       01  WS-Total-Out             pic z,zzz,zzz,zz9.99-.
       01  WS-Total-Out-2           pic z,zzz,zzz,zz9.99-.
       01  WS-Files-Out             pic zz9.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       Procedure Division.

           Perform 0100-Read-Config
              thru 0100-Read-Config-Exit.

           Perform 1000-Check-Checkpoints
              thru 1000-Check-Checkpoints-Exit.

           if not Restore-Refused
               perform until Restore-Done
                   Perform 2000-Restore-Menu
                      thru 2000-Restore-Menu-Exit
               end-perform
           end-if.

           Goback.

       0100-Read-Config.

      *    Same generation count backupFiles works to.
           move WS-Default-Generations to WS-Keep-Generations.

           open input Backup-Config-File.

           if WS-Backup-Config-Status = '00'

               move spaces to Backup-Config-File-Record
               read Backup-Config-File
                 at end continue
               end-read

               move Backup-Config-File-Record to WS-Config-Text

               compute WS-Config-Test =
                       function test-numval(WS-Config-Text)

               if  WS-Config-Text not = spaces
               and WS-Config-Test = 0
                   compute WS-Keep-Generations =
                           function numval(WS-Config-Text)
               end-if

               close Backup-Config-File
           end-if.

           if WS-Keep-Generations < 1
               move 1 to WS-Keep-Generations
           end-if.

           if WS-Keep-Generations > WS-Max-Generations
               move WS-Max-Generations to WS-Keep-Generations
           end-if.

       0100-Read-Config-Exit.
           Exit.

       1000-Check-Checkpoints.

      *    A register with an order in its checkpoint is still
      *    trading - putting files back under it would lose or
      *    duplicate that order. Sweep the single-register
      *    checkpoint plus one per register in registers.dat.
           move 'no' to WS-Refused-Switch.

           move 'orderCheckpt.dat' to WS-Checkpoint-File-Name.

           Perform 1150-Count-One-Checkpoint
              thru 1150-Count-One-Checkpoint-Exit.

           if not Restore-Refused
               Perform 1120-Load-Register-List
                  thru 1120-Load-Register-List-Exit
           end-if.

           perform varying WS-Register-Sub from 1 by 1
                   until WS-Register-Sub > WS-Register-Entries
                      or Restore-Refused

               move Register-Id(WS-Register-Sub) to WS-Terminal-Id

               move spaces to WS-Checkpoint-File-Name
               string 'orderCheckpt'                 delimited by size
                      function trim(WS-Terminal-Id) delimited by size
                      '.dat'                        delimited by size
                      into WS-Checkpoint-File-Name
               end-string

               Perform 1150-Count-One-Checkpoint
                  thru 1150-Count-One-Checkpoint-Exit

           end-perform.

       1000-Check-Checkpoints-Exit.
           Exit.

       1120-Load-Register-List.

           move 0    to WS-Register-Entries.
           move 'no' to Registers-EOF-Switch.

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

               if not No-More-Registers
                   Display ' '
                   Display 'registers.dat lists more than 10'
                       ' registers; their checkpoints cannot be'
                       ' checked.'
                   Display 'Restore refused - clean up registers.dat'
                       ' and rerun.'
                   set Restore-Refused to true
               end-if

               close Registers-File
           end-if.

       1120-Load-Register-List-Exit.
           Exit.

       1150-Count-One-Checkpoint.

           move 0    to WS-Checkpoint-Line-Count.
           move 'no' to Checkpoint-EOF-Switch.

           open input Checkpoint-File.

           if WS-Checkpoint-Status = '00'

               read Checkpoint-File into Checkpoint-File-Record
                 at end set No-More-Checkpoint to true
               end-read

               perform until No-More-Checkpoint
                   add 1 to WS-Checkpoint-Line-Count
                   read Checkpoint-File into Checkpoint-File-Record
                     at end set No-More-Checkpoint to true
                   end-read
               end-perform

               close Checkpoint-File
           end-if.

           if WS-Checkpoint-Line-Count > 0
               Display ' '
               Display 'An order is still mid-flight in '
                   WS-Checkpoint-File-Name
               Display 'Restore refused - finish or clear it at the'
                   ' register, then run the restore again.'
               set Restore-Refused to true
           end-if.

       1150-Count-One-Checkpoint-Exit.
           Exit.

       2000-Restore-Menu.

      *    A single file or the whole set can be put back, but
      *    nothing is restored from a generation that fails
      *    verification against its manifest.
           Display ' '.
           Display 'L-List generations  V-Verify a generation'
               '  R-Restore  X-Exit'.
           Accept WS-Menu-Choice.

           evaluate true

               when WS-Menu-Choice = 'L'
               or   WS-Menu-Choice = 'l'
                   Perform 2100-List-Generations
                      thru 2100-List-Generations-Exit

               when WS-Menu-Choice = 'V'
               or   WS-Menu-Choice = 'v'
                   Perform 2200-Choose-Generation
                      thru 2200-Choose-Generation-Exit
                   if WS-Generation > 0
                       Perform 2300-Load-Manifest
                          thru 2300-Load-Manifest-Exit
                   end-if
                   if  WS-Generation > 0
                   and Manifest-Loaded
                       Perform 2400-Verify-Generation
                          thru 2400-Verify-Generation-Exit
                   end-if

               when WS-Menu-Choice = 'R'
               or   WS-Menu-Choice = 'r'
                   Perform 2500-Restore-Files
                      thru 2500-Restore-Files-Exit

               when WS-Menu-Choice = 'X'
               or   WS-Menu-Choice = 'x'
                   set Restore-Done to true

               when other
                   Display 'Please choose L, V, R, or X.'

           end-evaluate.

       2000-Restore-Menu-Exit.
           Exit.

       2100-List-Generations.

           move 0 to WS-Generations-Found.

           Display WS-Separator-Line.
           Display 'Gen  Taken                Status      Files'.
           Display WS-Separator-Line.

           perform varying WS-Slot from 1 by 1
                   until WS-Slot > WS-Keep-Generations

               move WS-Slot to WS-Slot-Out
               Perform 2900-Set-Manifest-Name
                  thru 2900-Set-Manifest-Name-Exit

               open input Manifest-File

               if WS-Manifest-Status = '00'

                   move spaces to Manifest-File-Record
                   read Manifest-File
                     at end continue
                   end-read
                   move Manifest-File-Record to Manifest-Header

                   if MH-Record-Type = 'H'
                       add 1 to WS-Generations-Found
                       move MH-Backup-Date to WS-Date-Out
                       move MH-Backup-Time to WS-Time-Out
                       inspect WS-Time-Out replacing all ' ' by ':'
                       move MH-File-Count  to WS-Files-Out
                       if MH-Is-Complete
                           Display WS-Slot-Out '   ' WS-Date-Out ' '
                               WS-Time-Out '  complete    '
                               WS-Files-Out
                       else
                           Display WS-Slot-Out '   ' WS-Date-Out ' '
                               WS-Time-Out '  INCOMPLETE  '
                               WS-Files-Out
                       end-if
                   end-if

                   close Manifest-File
               end-if

           end-perform.

           if WS-Generations-Found = 0
               Display 'No backup generations on file.'
           end-if.

           Display WS-Separator-Line.

       2100-List-Generations-Exit.
           Exit.

       2200-Choose-Generation.

           move 0 to WS-Generation.
           move WS-Keep-Generations to WS-Slot-Out.

           Display 'Generation number (1-' WS-Slot-Out
               ', blank to cancel):'.
           Accept WS-Generation-In.

           if WS-Generation-In not = spaces

               compute WS-Generation-Test =
                       function test-numval(WS-Generation-In)

               if WS-Generation-Test = 0
                   compute WS-Generation =
                           function numval(WS-Generation-In)
               end-if

               if WS-Generation < 1
               or WS-Generation > WS-Keep-Generations
                   move 0 to WS-Generation
                   Display 'Not a generation number.'
               end-if

           end-if.

       2200-Choose-Generation-Exit.
           Exit.

       2300-Load-Manifest.

           move 'no' to WS-Loaded-Switch.
           move 'no' to Manifest-EOF-Switch.
           move 0    to WS-Manifest-Entries.

           move WS-Generation to WS-Slot-Out.
           Perform 2900-Set-Manifest-Name
              thru 2900-Set-Manifest-Name-Exit.

           open input Manifest-File.

           if WS-Manifest-Status not = '00'
               Display 'Generation ' WS-Slot-Out ' has never been'
                   ' taken.'
           else
               move spaces to Manifest-File-Record
               read Manifest-File
                 at end set No-More-Manifest to true
               end-read
               move Manifest-File-Record to Manifest-Header

               evaluate true
                   when MH-Record-Type not = 'H'
                       Display 'bkup' WS-Slot-Out 'Manifest.csv is'
                           ' not a backup manifest.'
                   when not MH-Is-Complete
                       Display 'Generation ' WS-Slot-Out ' did not'
                           ' finish and cannot be used.'
                   when other
                       set Manifest-Loaded to true
                       move MH-Backup-Date to WS-Generation-Date
                       move MH-Backup-Time to WS-Generation-Time
               end-evaluate

               if Manifest-Loaded
                   read Manifest-File
                     at end set No-More-Manifest to true
                   end-read

                   perform until No-More-Manifest
                              or WS-Manifest-Entries not < 50

                       move Manifest-File-Record to Manifest-Detail

                       if MD-Record-Type = 'F'
                           add 1 to WS-Manifest-Entries
                           move MD-File-Name
                             to ME-File-Name(WS-Manifest-Entries)
                           move MD-Kind
                             to ME-Kind(WS-Manifest-Entries)
                           move MD-Present
                             to ME-Present(WS-Manifest-Entries)
                           move MD-Record-Count
                             to ME-Record-Count(WS-Manifest-Entries)
                           move MD-Control-Total
                             to ME-Control-Total(WS-Manifest-Entries)
                           move MD-Control-Label
                             to ME-Control-Label(WS-Manifest-Entries)
                           move 'N'
                             to ME-Selected(WS-Manifest-Entries)
                       end-if

                       read Manifest-File
                         at end set No-More-Manifest to true
                       end-read

                   end-perform

      *            A manifest that does not list the number of files
      *            its header promises was cut short.
                   if WS-Manifest-Entries not = MH-File-Count
                       Display 'bkup' WS-Slot-Out 'Manifest.csv is'
                           ' short of files; generation cannot be'
                           ' used.'
                       move 'no' to WS-Loaded-Switch
                   end-if
               end-if

               close Manifest-File
           end-if.

       2300-Load-Manifest-Exit.
           Exit.

       2400-Verify-Generation.

      *    Recount every copy and recompute its control total the
      *    way backupFiles did; both must match the manifest.
           move 'no' to WS-Verify-Switch.

           move WS-Generation-Date to WS-Date-Out.
           move WS-Generation-Time to WS-Time-Out.
           inspect WS-Time-Out replacing all ' ' by ':'.

           Display WS-Separator-Line.
           Display 'Verifying generation ' WS-Slot-Out ' taken '
               WS-Date-Out ' ' WS-Time-Out.
           Display WS-Separator-Line.

           perform varying WS-Entry-Sub from 1 by 1
                   until WS-Entry-Sub > WS-Manifest-Entries

               evaluate ME-Present(WS-Entry-Sub)
                   when 'Y'
                       Perform 2450-Verify-One-File
                          thru 2450-Verify-One-File-Exit
                   when 'N'
                       Display ME-File-Name(WS-Entry-Sub)
                           ' not on disk when backed up'
                   when other
                       Display ME-File-Name(WS-Entry-Sub)
                           ' *** not backed up in this generation'
                       set Verify-Failed to true
               end-evaluate

           end-perform.

           Display WS-Separator-Line.

           if Verify-Failed
               Display '*** Generation ' WS-Slot-Out
                   ' does NOT match its manifest ***'
           else
               Display 'Generation ' WS-Slot-Out
                   ' matches its manifest.'
           end-if.

       2400-Verify-Generation-Exit.
           Exit.

       2450-Verify-One-File.

           move 0    to WS-Check-Count.
           move 0    to WS-Check-Total.
           move 'no' to Backup-EOF-Switch.

           Perform 2950-Set-Backup-Name
              thru 2950-Set-Backup-Name-Exit.

           open input Backup-File.

           if WS-Backup-Status not = '00'
               Display ME-File-Name(WS-Entry-Sub)
                   ' *** copy missing (' function trim(
                       WS-Backup-File-Name) ')'
               set Verify-Failed to true
           else
               read Backup-File into WS-Copy-Record
                 at end set No-More-Backup to true
               end-read

               perform until No-More-Backup

                   add 1 to WS-Check-Count

                   evaluate ME-Kind(WS-Entry-Sub)
                       when 'T'
                           if  (CTV-Trans-Type = 'S'
                             or CTV-Trans-Type = 'V')
                           and CTV-Item-Price is numeric
                               add CTV-Item-Price to WS-Check-Total
                           end-if
                       when 'M'
                           if CMV-Stock-On-Hand is numeric
                               add CMV-Stock-On-Hand to WS-Check-Total
                           end-if
                       when 'G'
                           if CGV-Balance is numeric
                               add CGV-Balance to WS-Check-Total
                           end-if
                       when 'L'
                           if CLV-Points is numeric
                               add CLV-Points to WS-Check-Total
                           end-if
                       when other
                           continue
                   end-evaluate

                   read Backup-File into WS-Copy-Record
                     at end set No-More-Backup to true
                   end-read

               end-perform

               close Backup-File

               move WS-Check-Count to WS-Count-Out

               if  WS-Check-Count = ME-Record-Count(WS-Entry-Sub)
               and WS-Check-Total = ME-Control-Total(WS-Entry-Sub)
                   Display ME-File-Name(WS-Entry-Sub)
                       WS-Count-Out ' record(s)  OK'
               else
                   set Verify-Failed to true
                   move ME-Record-Count(WS-Entry-Sub)
                     to WS-Count-Out-2
                   move WS-Check-Total to WS-Total-Out
                   move ME-Control-Total(WS-Entry-Sub)
                     to WS-Total-Out-2
                   Display ME-File-Name(WS-Entry-Sub)
                       ' *** MISMATCH'
                   Display '    records  copy ' WS-Count-Out
                       '  manifest ' WS-Count-Out-2
                   Display '    total    copy ' WS-Total-Out
                       '  manifest ' WS-Total-Out-2
               end-if
           end-if.

       2450-Verify-One-File-Exit.
           Exit.

       2500-Restore-Files.

           Perform 2200-Choose-Generation
              thru 2200-Choose-Generation-Exit.

           if WS-Generation > 0
               Perform 2300-Load-Manifest
                  thru 2300-Load-Manifest-Exit
           end-if.

           if  WS-Generation > 0
           and Manifest-Loaded
               Perform 2400-Verify-Generation
                  thru 2400-Verify-Generation-Exit

               if Verify-Failed
                   Display 'Nothing restored from a generation that'
                       ' fails verification.'
               else
                   Perform 2550-Select-Files
                      thru 2550-Select-Files-Exit

                   if WS-Selected-Count > 0
                       Perform 2600-Confirm-And-Restore
                          thru 2600-Confirm-And-Restore-Exit
                   end-if
               end-if
           end-if.

       2500-Restore-Files-Exit.
           Exit.

       2550-Select-Files.

           move 0 to WS-Selected-Count.

           Display 'File to restore (name as listed, ALL for every'
               ' file, blank to cancel):'.
           Accept WS-Restore-Name-In.

           if WS-Restore-Name-In not = spaces

               perform varying WS-Entry-Sub from 1 by 1
                       until WS-Entry-Sub > WS-Manifest-Entries
                   if  ME-Was-Copied(WS-Entry-Sub)
                   and (WS-Restore-Name-In = 'ALL'
                     or WS-Restore-Name-In = 'all'
                     or WS-Restore-Name-In
                        = ME-File-Name(WS-Entry-Sub))
                       move 'Y' to ME-Selected(WS-Entry-Sub)
                       add 1 to WS-Selected-Count
                   else
                       move 'N' to ME-Selected(WS-Entry-Sub)
                   end-if
               end-perform

               if WS-Selected-Count = 0
                   Display function trim(WS-Restore-Name-In)
                       ' is not held in generation ' WS-Slot-Out '.'
               end-if

           end-if.

       2550-Select-Files-Exit.
           Exit.

       2600-Confirm-And-Restore.

           move WS-Selected-Count to WS-Files-Out.

           Display 'Overwrite ' WS-Files-Out ' live file(s) with'
               ' the copies taken ' WS-Date-Out ' ' WS-Time-Out
               '? (Y/N):'.
           Accept WS-Confirm.

           if WS-Confirm = 'Y' or WS-Confirm = 'y'

      *        Check the registers again - one may have started an
      *        order while the generation was being chosen.
               Perform 1000-Check-Checkpoints
                  thru 1000-Check-Checkpoints-Exit

               if Restore-Refused
                   move 'no' to WS-Refused-Switch
                   Display 'Nothing restored.'
               else
                   move 'no' to WS-Trans-Restored-Switch

                   perform varying WS-Entry-Sub from 1 by 1
                           until WS-Entry-Sub > WS-Manifest-Entries
                       if ME-Is-Selected(WS-Entry-Sub)
                           Perform 2700-Restore-One-File
                              thru 2700-Restore-One-File-Exit
                       end-if
                   end-perform

      *            The transaction index is built from orderTrans.csv
      *            and has to follow it.
                   if Trans-Was-Restored
                       Display 'Rebuilding orderTransIdx.dat...'
                       call 'rebuildTransIndex'
                   end-if
               end-if
           else
               Display 'Nothing restored.'
           end-if.

       2600-Confirm-And-Restore-Exit.
           Exit.

       2700-Restore-One-File.

           move 0    to WS-Written-Count.
           move 0    to WS-Rejected-Count.
           move 'no' to Backup-EOF-Switch.

           Perform 2950-Set-Backup-Name
              thru 2950-Set-Backup-Name-Exit.

           open input Backup-File.

           if WS-Backup-Status not = '00'
               Display 'Warning: cannot open ' WS-Backup-File-Name
                   ' (status ' WS-Backup-Status '); '
                   function trim(ME-File-Name(WS-Entry-Sub))
                   ' not restored.'
           else
               Perform 2710-Open-Live-File
                  thru 2710-Open-Live-File-Exit

               if WS-Live-Status not = '00'
                   Display 'Warning: cannot write '
                       function trim(ME-File-Name(WS-Entry-Sub))
                       ' (status ' WS-Live-Status '); not restored.'
               else
                   read Backup-File into WS-Copy-Record
                     at end set No-More-Backup to true
                   end-read

                   perform until No-More-Backup

                       Perform 2720-Write-Live-Record
                          thru 2720-Write-Live-Record-Exit

                       read Backup-File into WS-Copy-Record
                         at end set No-More-Backup to true
                       end-read

                   end-perform

                   Perform 2730-Close-Live-File
                      thru 2730-Close-Live-File-Exit

                   move WS-Written-Count to WS-Count-Out
                   Display function trim(ME-File-Name(WS-Entry-Sub))
                       ' restored:' WS-Count-Out ' record(s).'

                   if WS-Rejected-Count > 0
                       move WS-Rejected-Count to WS-Count-Out
                       Display 'Warning: ' WS-Count-Out
                           ' record(s) of '
                           function trim(ME-File-Name(WS-Entry-Sub))
                           ' could not be written.'
                   end-if

                   if ME-File-Name(WS-Entry-Sub) = 'orderTrans.csv'
                       set Trans-Was-Restored to true
                   end-if
               end-if

               close Backup-File
           end-if.

       2700-Restore-One-File-Exit.
           Exit.

       2710-Open-Live-File.

           evaluate ME-Kind(WS-Entry-Sub)
               when 'M'
                   open output Menu-Item-File
               when 'G'
                   open output Gift-Card-File
               when 'L'
                   open output Loyalty-Master-File
               when 'W'
                   open output Web-Ledger-File
               when other
                   move ME-File-Name(WS-Entry-Sub) to WS-Live-File-Name
                   open output Live-File
           end-evaluate.

       2710-Open-Live-File-Exit.
           Exit.

       2720-Write-Live-Record.

           evaluate ME-Kind(WS-Entry-Sub)
               when 'M'
                   write Menu-Item-File-Record from WS-Copy-Record
                     invalid key continue
                   end-write
               when 'G'
                   write Gift-Card-File-Record from WS-Copy-Record
                     invalid key continue
                   end-write
               when 'L'
                   write Loyalty-Master-File-Record from WS-Copy-Record
                     invalid key continue
                   end-write
               when 'W'
                   write Web-Ledger-File-Record from WS-Copy-Record
                     invalid key continue
                   end-write
               when other
                   write Live-File-Record from WS-Copy-Record
           end-evaluate.

           if WS-Live-Status = '00'
               add 1 to WS-Written-Count
           else
               add 1 to WS-Rejected-Count
           end-if.

       2720-Write-Live-Record-Exit.
           Exit.

       2730-Close-Live-File.

           evaluate ME-Kind(WS-Entry-Sub)
               when 'M'
                   close Menu-Item-File
               when 'G'
                   close Gift-Card-File
               when 'L'
                   close Loyalty-Master-File
               when 'W'
                   close Web-Ledger-File
               when other
                   close Live-File
           end-evaluate.

       2730-Close-Live-File-Exit.
           Exit.

       2900-Set-Manifest-Name.

           move spaces to WS-Manifest-File-Name.
           string 'bkup'          delimited by size
                  WS-Slot-Out     delimited by size
                  'Manifest.csv'  delimited by size
                  into WS-Manifest-File-Name
           end-string.

       2900-Set-Manifest-Name-Exit.
           Exit.

       2950-Set-Backup-Name.

           move spaces to WS-Backup-File-Name.
           string 'bkup'        delimited by size
                  WS-Slot-Out   delimited by size
                  '.'           delimited by size
                  function trim(ME-File-Name(WS-Entry-Sub))
                                delimited by size
                  into WS-Backup-File-Name
           end-string.

       2950-Set-Backup-Name-Exit.
           Exit.

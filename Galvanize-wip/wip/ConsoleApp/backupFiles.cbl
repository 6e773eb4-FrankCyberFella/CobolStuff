       Identification Division.
       program-id. backupFiles.

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

       select Manifest-File
              assign to WS-Manifest-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Manifest-Status.

       select Source-File
              assign to WS-Source-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Source-Status.

       select Backup-File
              assign to WS-Backup-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Backup-Status.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              file status is WS-Indexed-Status.

       select Gift-Card-File
              assign to "giftCards.dat"
              organization is indexed
              access mode is dynamic
              record key is GCF-Card-No
              file status is WS-Indexed-Status.

       select Loyalty-Master-File
              assign to "loyaltyMaster.dat"
              organization is indexed
              access mode is dynamic
              record key is LMF-Member-Id
              file status is WS-Indexed-Status.

       select Web-Ledger-File
              assign to "webOrderLedger.dat"
              organization is indexed
              access mode is dynamic
              record key is WLF-Ext-Order-No
              file status is WS-Indexed-Status.

       Data Division.

       File Section.

        FD Backup-Config-File
           record contains 80.

        01 Backup-Config-File-Record  pic x(80).

        FD Registers-File
           record contains 4.

        01 Registers-File-Record  pic x(4).

        FD Manifest-File
           record contains 120.

        01 Manifest-File-Record  pic x(120).

        FD Source-File
           record contains 300.

        01 Source-File-Record  pic x(300).

        FD Backup-File
           record contains 300.

        01 Backup-File-Record  pic x(300).

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
       01  WS-Manifest-Status       pic xx.
       01  WS-Source-Status         pic xx.
       01  WS-Backup-Status         pic xx.
       01  WS-Indexed-Status        pic xx.

       01  WS-Manifest-File-Name    pic x(30).
       01  WS-Source-File-Name      pic x(30).
       01  WS-Backup-File-Name      pic x(40).

       01  Registers-EOF-Switch pic x(3) value 'no'.
           88 No-More-Registers     value 'yes'.

       01  Source-EOF-Switch pic x(3) value 'no'.
           88 No-More-Source        value 'yes'.

       01  WS-Copy-Failed-Switch    pic x(3) value 'no'.
           88 Copy-Failed           value 'yes'.

      *    Generations to keep - backupConfig.dat holds the number
      *    on its first line.
       01  WS-Config-Text           pic x(80).
       01  WS-Config-Test           pic s9(4) comp.
       01  WS-Keep-Generations      pic s9(4) comp value 7.
       01  WS-Default-Generations   pic s9(4) comp value 7.
       01  WS-Max-Generations       pic s9(4) comp value 30.

       01  WS-Generation            pic 99.
       01  WS-Slot                  pic s9(4) comp.
       01  WS-Slot-Out              pic 99.
       01  WS-Slot-Stamp            pic 9(14).
       01  WS-Oldest-Stamp          pic 9(14).
       01  WS-Slot-Free-Switch      pic x(3).
           88 Slot-Is-Free          value 'yes'.

       01  WS-Current-Timestamp.
           05 WS-Current-Date       pic 9(8).
           05 WS-Current-Time       pic 9(6).
           05 filler                pic x(7).

       01  WS-Date-Out              pic 9999/99/99.
       01  WS-Time-Out              pic 99b99b99.

       01  Manifest-Header.
           05 MH-Record-Type        pic x(1)  value 'H'.
           05 filler                pic x(1)  value ','.
           05 MH-Generation         pic 99.
           05 filler                pic x(1)  value ','.
           05 MH-Backup-Date        pic 9(8).
           05 filler                pic x(1)  value ','.
           05 MH-Backup-Time        pic 9(6).
           05 filler                pic x(1)  value ','.
           05 MH-Status             pic x(1).
              88 MH-Is-Complete     value 'C'.
              88 MH-Is-Incomplete   value 'I'.
           05 filler                pic x(1)  value ','.
           05 MH-File-Count         pic 9(3).

       01  Manifest-Detail.
           05 MD-Record-Type        pic x(1)  value 'F'.
           05 filler                pic x(1)  value ','.
           05 MD-File-Name          pic x(30).
           05 filler                pic x(1)  value ','.
           05 MD-Kind               pic x(1).
           05 filler                pic x(1)  value ','.
           05 MD-Present            pic x(1).
           05 filler                pic x(1)  value ','.
           05 MD-Record-Count       pic 9(9).
           05 filler                pic x(1)  value ','.
           05 MD-Control-Total      pic s9(11)v99
                                    sign leading separate.
           05 filler                pic x(1)  value ','.
           05 MD-Control-Label      pic x(20).

      *    Every file the system keeps its state in. Kind picks how
      *    it is read and what control total is kept:
      *      S - line sequential, record count only
      *      T - orderTrans.csv, net item sales (S and V lines)
      *      M - cafeItems.dat (indexed), stock units on hand
      *      G - giftCards.dat (indexed), gift card balance
      *      L - loyaltyMaster.dat (indexed), loyalty points
      *      W - webOrderLedger.dat (indexed), record count only
      *    One orderSeq<register>.dat and one settleBatch<register>
      *    .csv per register in registers.dat are added to the list
      *    at run time.
       01  Backup-File-Values.
           05 filler pic x(31) value 'cafeItems.dat                 M'.
           05 filler pic x(31) value 'giftCards.dat                 G'.
           05 filler pic x(31) value 'loyaltyMaster.dat             L'.
           05 filler pic x(31) value 'webOrderLedger.dat            W'.
           05 filler pic x(31) value 'orderTrans.csv                T'.
           05 filler pic x(31) value 'openChecks.csv                S'.
           05 filler pic x(31) value 'advanceOrders.csv             S'.
           05 filler pic x(31) value 'priceChanges.csv              S'.
           05 filler pic x(31) value 'priceRules.csv                S'.
           05 filler pic x(31) value 'taxRates.csv                  S'.
           05 filler pic x(31) value 'modifiers.csv                 S'.
           05 filler pic x(31) value 'employees.csv                 S'.
           05 filler pic x(31) value 'vendors.csv                   S'.
           05 filler pic x(31) value 'purchaseOrders.csv            S'.
           05 filler pic x(31) value 'receivingLog.csv              S'.
           05 filler pic x(31) value 'wasteLog.csv                  S'.
           05 filler pic x(31) value 'loyaltyActivity.csv           S'.
           05 filler pic x(31) value 'cardAuthLog.csv               S'.
           05 filler pic x(31) value 'timePunches.csv               S'.
           05 filler pic x(31) value 'auditLog.csv                  S'.
           05 filler pic x(31) value 'closeStatus.csv               S'.
           05 filler pic x(31) value 'salesHistory.csv              S'.
           05 filler pic x(31) value 'salesSummaryMarker.dat        S'.
           05 filler pic x(31) value 'daypartConfig.csv             S'.
           05 filler pic x(31) value 'registers.dat                 S'.
           05 filler pic x(31) value 'orderSeq.dat                  S'.
           05 filler pic x(31) value 'orderSeqWEB.dat               S'.

       01  Backup-File-Value-Table redefines Backup-File-Values.
           05 BFV-Entry occurs 27 times.
              10 BFV-File-Name      pic x(30).
              10 BFV-Kind           pic x(1).

       01  WS-Fixed-File-Count      pic s9(4) comp value 27.

       01  Backup-File-Table.
           05 BF-Entry occurs 50 times.
              10 BF-File-Name       pic x(30).
              10 BF-Kind            pic x(1).
              10 BF-Present         pic x(1).
                 88 BF-Was-Copied   value 'Y'.
                 88 BF-Not-On-Disk  value 'N'.
                 88 BF-Copy-Error   value 'E'.
              10 BF-Record-Count    pic s9(9) comp.
              10 BF-Control-Total   pic s9(11)v99 comp-3.
              10 BF-Control-Label   pic x(20).

       01  WS-File-Entries          pic s9(4) comp value 0.
       01  WS-File-Sub              pic s9(4) comp.
       01  WS-Scan-Sub              pic s9(4) comp.
       01  WS-Register-Count        pic s9(4) comp value 0.
       01  WS-Seq-File-Name         pic x(30).
       01  WS-Name-Found-Switch     pic x(3).
           88 Name-Already-Listed   value 'yes'.

      *    Views of one copied record for the control totals; the
      *    layouts are the ones the owning programs write.
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

       01  WS-Copied-Count          pic s9(4) comp value 0.
       01  WS-Missing-Count         pic s9(4) comp value 0.
       01  WS-Error-Count           pic s9(4) comp value 0.

       01  WS-Count-Out             pic zzzzzzzz9.
       01  WS-Total-Out             pic z,zzz,zzz,zz9.99-.
       01  WS-Units-Out             pic z,zzz,zzz,zz9-.
       01  WS-Control-Text          pic x(20).
       01  WS-Files-Out             pic zz9.

       01  WS-Separator-Line        pic x(80)  value all '-'.

       Procedure Division.

           Perform 0000-Initialization
              thru 0000-Initialization-Exit.

           Perform 1000-Choose-Generation
              thru 1000-Choose-Generation-Exit.

           Perform 2000-Open-Generation
              thru 2000-Open-Generation-Exit.

           if not Copy-Failed
               Perform 3000-Copy-Files
                  thru 3000-Copy-Files-Exit

               Perform 4000-Write-Manifest
                  thru 4000-Write-Manifest-Exit
           end-if.

           Perform 5000-Print-Summary
              thru 5000-Print-Summary-Exit.

           Goback.

       0000-Initialization.

           move function current-date to WS-Current-Timestamp.
           move 'no' to WS-Copy-Failed-Switch.

           Perform 0100-Read-Config
              thru 0100-Read-Config-Exit.

           move 0 to WS-File-Entries.

           perform varying WS-Scan-Sub from 1 by 1
                   until WS-Scan-Sub > WS-Fixed-File-Count
               add 1 to WS-File-Entries
               move BFV-File-Name(WS-Scan-Sub)
                 to BF-File-Name(WS-File-Entries)
               move BFV-Kind(WS-Scan-Sub)
                 to BF-Kind(WS-File-Entries)
           end-perform.

           Perform 0200-Add-Register-Files
              thru 0200-Add-Register-Files-Exit.

           perform varying WS-File-Sub from 1 by 1
                   until WS-File-Sub > WS-File-Entries
               move 'N'    to BF-Present(WS-File-Sub)
               move 0      to BF-Record-Count(WS-File-Sub)
               move 0      to BF-Control-Total(WS-File-Sub)
               evaluate BF-Kind(WS-File-Sub)
                   when 'T'
                       move 'net item sales'
                         to BF-Control-Label(WS-File-Sub)
                   when 'M'
                       move 'stock units'
                         to BF-Control-Label(WS-File-Sub)
                   when 'G'
                       move 'gift card balance'
                         to BF-Control-Label(WS-File-Sub)
                   when 'L'
                       move 'loyalty points'
                         to BF-Control-Label(WS-File-Sub)
                   when other
                       move spaces
                         to BF-Control-Label(WS-File-Sub)
               end-evaluate
           end-perform.

       0000-Initialization-Exit.
           Exit.

       0100-Read-Config.

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
               else
                   Display 'Warning: backupConfig.dat does not hold'
                       ' a number; keeping 7 generations.'
               end-if

               close Backup-Config-File
           end-if.

           if WS-Keep-Generations < 1
               move 1 to WS-Keep-Generations
           end-if.

           if WS-Keep-Generations > WS-Max-Generations
               Display 'Warning: at most 30 backup generations are'
                   ' kept.'
               move WS-Max-Generations to WS-Keep-Generations
           end-if.

       0100-Read-Config-Exit.
           Exit.

       0200-Add-Register-Files.

      *    Each register keeps its own order sequence file and its
      *    own card settlement batch, which has to survive until the
      *    processor's deposit file is reconciled against it.
           move 'no' to Registers-EOF-Switch.
           move 0    to WS-Register-Count.

           open input Registers-File.

           if WS-Registers-Status = '00'

               read Registers-File
                 at end set No-More-Registers to true
               end-read

               perform until No-More-Registers
                          or WS-File-Entries > 48

                   if Registers-File-Record not = spaces
                       add 1 to WS-Register-Count

                       move spaces to WS-Seq-File-Name
                       string 'orderSeq'       delimited by size
                              function trim(Registers-File-Record)
                                               delimited by size
                              '.dat'           delimited by size
                              into WS-Seq-File-Name
                       end-string
                       Perform 0210-Add-File-Name
                          thru 0210-Add-File-Name-Exit

                       move spaces to WS-Seq-File-Name
                       string 'settleBatch'    delimited by size
                              function trim(Registers-File-Record)
                                               delimited by size
                              '.csv'           delimited by size
                              into WS-Seq-File-Name
                       end-string
                       Perform 0210-Add-File-Name
                          thru 0210-Add-File-Name-Exit
                   end-if

                   read Registers-File
                     at end set No-More-Registers to true
                   end-read

               end-perform

               if not No-More-Registers
                   Display 'Warning: registers.dat lists more'
                       ' registers than the backup can hold; later'
                       ' registers'' files not backed up.'
               end-if

               close Registers-File
           end-if.

       0200-Add-Register-Files-Exit.
           Exit.

       0210-Add-File-Name.

           move 'no' to WS-Name-Found-Switch.
           perform varying WS-Scan-Sub from 1 by 1
                   until WS-Scan-Sub > WS-File-Entries
               if BF-File-Name(WS-Scan-Sub) = WS-Seq-File-Name
                   set Name-Already-Listed to true
               end-if
           end-perform.

           if not Name-Already-Listed
               add 1 to WS-File-Entries
               move WS-Seq-File-Name to BF-File-Name(WS-File-Entries)
               move 'S'              to BF-Kind(WS-File-Entries)
           end-if.

       0210-Add-File-Name-Exit.
           Exit.

       1000-Choose-Generation.

      *    Generations are slots bkup01 .. bkupNN, NN being the
      *    number to keep (backupConfig.dat, default 7). A slot's
      *    files are named bkupNN.<file name> and its manifest
      *    bkupNNManifest.csv, which restoreFiles verifies against.
      *    Use the first slot that has never been written, else the
      *    one holding the oldest backup. A slot whose manifest is
      *    still marked incomplete counts as oldest of all.
           move 0          to WS-Generation.
           move all '9'    to WS-Oldest-Stamp.
           move 'no'       to WS-Slot-Free-Switch.

           perform varying WS-Slot from 1 by 1
                   until WS-Slot > WS-Keep-Generations
                      or Slot-Is-Free

               move WS-Slot to WS-Slot-Out
               Perform 1100-Set-Manifest-Name
                  thru 1100-Set-Manifest-Name-Exit

               open input Manifest-File

               if WS-Manifest-Status not = '00'
                   set Slot-Is-Free to true
                   move WS-Slot to WS-Generation
               else
                   move spaces to Manifest-File-Record
                   read Manifest-File
                     at end continue
                   end-read
                   move Manifest-File-Record to Manifest-Header

                   if  MH-Record-Type = 'H'
                   and MH-Is-Complete
                   and MH-Backup-Date is numeric
                   and MH-Backup-Time is numeric
                       compute WS-Slot-Stamp =
                               MH-Backup-Date * 1000000
                             + MH-Backup-Time
                   else
                       move 0 to WS-Slot-Stamp
                   end-if

                   if WS-Slot-Stamp < WS-Oldest-Stamp
                       move WS-Slot-Stamp to WS-Oldest-Stamp
                       move WS-Slot       to WS-Generation
                   end-if

                   close Manifest-File
               end-if

           end-perform.

           move WS-Generation to WS-Slot-Out.

       1000-Choose-Generation-Exit.
           Exit.

       1100-Set-Manifest-Name.

           move spaces to WS-Manifest-File-Name.
           string 'bkup'          delimited by size
                  WS-Slot-Out     delimited by size
                  'Manifest.csv'  delimited by size
                  into WS-Manifest-File-Name
           end-string.

       1100-Set-Manifest-Name-Exit.
           Exit.

       2000-Open-Generation.

      *    Mark the slot incomplete before any of its files are
      *    overwritten, so a run that dies part way through is never
      *    offered for a restore.
           Perform 1100-Set-Manifest-Name
              thru 1100-Set-Manifest-Name-Exit.

           move 'H'             to MH-Record-Type.
           move WS-Generation   to MH-Generation.
           move WS-Current-Date to MH-Backup-Date.
           move WS-Current-Time to MH-Backup-Time.
           set MH-Is-Incomplete to true.
           move 0               to MH-File-Count.

           open output Manifest-File.

           if WS-Manifest-Status not = '00'
               Display 'Cannot write ' WS-Manifest-File-Name
                   ' (status ' WS-Manifest-Status
                   '); backup not taken.'
               set Copy-Failed to true
           else
               write Manifest-File-Record from Manifest-Header
               close Manifest-File
           end-if.

       2000-Open-Generation-Exit.
           Exit.

       3000-Copy-Files.

           perform varying WS-File-Sub from 1 by 1
                   until WS-File-Sub > WS-File-Entries

               move spaces to WS-Backup-File-Name
               string 'bkup'        delimited by size
                      WS-Slot-Out   delimited by size
                      '.'           delimited by size
                      function trim(BF-File-Name(WS-File-Sub))
                                    delimited by size
                      into WS-Backup-File-Name
               end-string

               evaluate BF-Kind(WS-File-Sub)
                   when 'M'
                       Perform 3300-Copy-Menu-Items
                          thru 3300-Copy-Menu-Items-Exit
                   when 'G'
                       Perform 3400-Copy-Gift-Cards
                          thru 3400-Copy-Gift-Cards-Exit
                   when 'L'
                       Perform 3500-Copy-Loyalty-Master
                          thru 3500-Copy-Loyalty-Master-Exit
                   when 'W'
                       Perform 3600-Copy-Web-Ledger
                          thru 3600-Copy-Web-Ledger-Exit
                   when other
                       Perform 3200-Copy-Sequential
                          thru 3200-Copy-Sequential-Exit
               end-evaluate

               evaluate true
                   when BF-Was-Copied(WS-File-Sub)
                       add 1 to WS-Copied-Count
                   when BF-Copy-Error(WS-File-Sub)
                       add 1 to WS-Error-Count
                   when other
                       add 1 to WS-Missing-Count
               end-evaluate

           end-perform.

       3000-Copy-Files-Exit.
           Exit.

       3100-Open-Backup-Copy.

           open output Backup-File.

           if WS-Backup-Status = '00'
               set BF-Was-Copied(WS-File-Sub) to true
           else
               Display 'Warning: cannot write ' WS-Backup-File-Name
                   ' (status ' WS-Backup-Status '); '
                   function trim(BF-File-Name(WS-File-Sub))
                   ' not backed up.'
               set BF-Copy-Error(WS-File-Sub) to true
           end-if.

       3100-Open-Backup-Copy-Exit.
           Exit.

       3150-Check-Source-Open.

      *    A file that has never been created is simply recorded as
      *    absent; any other failure is an error in the manifest.
           if WS-Source-Status = '35'
               set BF-Not-On-Disk(WS-File-Sub) to true
           else
               Display 'Warning: cannot open '
                   function trim(BF-File-Name(WS-File-Sub))
                   ' (status ' WS-Source-Status '); not backed up.'
               set BF-Copy-Error(WS-File-Sub) to true
           end-if.

       3150-Check-Source-Open-Exit.
           Exit.

       3200-Copy-Sequential.

           move BF-File-Name(WS-File-Sub) to WS-Source-File-Name.
           move 'no' to Source-EOF-Switch.

           open input Source-File.

           if WS-Source-Status not = '00'
               Perform 3150-Check-Source-Open
                  thru 3150-Check-Source-Open-Exit
           else
               Perform 3100-Open-Backup-Copy
                  thru 3100-Open-Backup-Copy-Exit

               if BF-Was-Copied(WS-File-Sub)

                   read Source-File into WS-Copy-Record
                     at end set No-More-Source to true
                   end-read

                   perform until No-More-Source

                       Perform 3700-Write-Backup-Record
                          thru 3700-Write-Backup-Record-Exit

                       read Source-File into WS-Copy-Record
                         at end set No-More-Source to true
                       end-read

                   end-perform

                   close Backup-File
               end-if

               close Source-File
           end-if.

       3200-Copy-Sequential-Exit.
           Exit.

       3300-Copy-Menu-Items.

           move 'no' to Source-EOF-Switch.

           open input Menu-Item-File.

           if WS-Indexed-Status not = '00'
               move WS-Indexed-Status to WS-Source-Status
               Perform 3150-Check-Source-Open
                  thru 3150-Check-Source-Open-Exit
           else
               Perform 3100-Open-Backup-Copy
                  thru 3100-Open-Backup-Copy-Exit

               if BF-Was-Copied(WS-File-Sub)

                   read Menu-Item-File next record
                     into WS-Copy-Record
                     at end set No-More-Source to true
                   end-read

                   perform until No-More-Source

                       Perform 3700-Write-Backup-Record
                          thru 3700-Write-Backup-Record-Exit

                       read Menu-Item-File next record
                         into WS-Copy-Record
                         at end set No-More-Source to true
                       end-read

                   end-perform

                   close Backup-File
               end-if

               close Menu-Item-File
           end-if.

       3300-Copy-Menu-Items-Exit.
           Exit.

       3400-Copy-Gift-Cards.

           move 'no' to Source-EOF-Switch.

           open input Gift-Card-File.

           if WS-Indexed-Status not = '00'
               move WS-Indexed-Status to WS-Source-Status
               Perform 3150-Check-Source-Open
                  thru 3150-Check-Source-Open-Exit
           else
               Perform 3100-Open-Backup-Copy
                  thru 3100-Open-Backup-Copy-Exit

               if BF-Was-Copied(WS-File-Sub)

                   read Gift-Card-File next record
                     into WS-Copy-Record
                     at end set No-More-Source to true
                   end-read

                   perform until No-More-Source

                       Perform 3700-Write-Backup-Record
                          thru 3700-Write-Backup-Record-Exit

                       read Gift-Card-File next record
                         into WS-Copy-Record
                         at end set No-More-Source to true
                       end-read

                   end-perform

                   close Backup-File
               end-if

               close Gift-Card-File
           end-if.

       3400-Copy-Gift-Cards-Exit.
           Exit.

       3500-Copy-Loyalty-Master.

           move 'no' to Source-EOF-Switch.

           open input Loyalty-Master-File.

           if WS-Indexed-Status not = '00'
               move WS-Indexed-Status to WS-Source-Status
               Perform 3150-Check-Source-Open
                  thru 3150-Check-Source-Open-Exit
           else
               Perform 3100-Open-Backup-Copy
                  thru 3100-Open-Backup-Copy-Exit

               if BF-Was-Copied(WS-File-Sub)

                   read Loyalty-Master-File next record
                     into WS-Copy-Record
                     at end set No-More-Source to true
                   end-read

                   perform until No-More-Source

                       Perform 3700-Write-Backup-Record
                          thru 3700-Write-Backup-Record-Exit

                       read Loyalty-Master-File next record
                         into WS-Copy-Record
                         at end set No-More-Source to true
                       end-read

                   end-perform

                   close Backup-File
               end-if

               close Loyalty-Master-File
           end-if.

       3500-Copy-Loyalty-Master-Exit.
           Exit.

       3600-Copy-Web-Ledger.

           move 'no' to Source-EOF-Switch.

           open input Web-Ledger-File.

           if WS-Indexed-Status not = '00'
               move WS-Indexed-Status to WS-Source-Status
               Perform 3150-Check-Source-Open
                  thru 3150-Check-Source-Open-Exit
           else
               Perform 3100-Open-Backup-Copy
                  thru 3100-Open-Backup-Copy-Exit

               if BF-Was-Copied(WS-File-Sub)

                   read Web-Ledger-File next record
                     into WS-Copy-Record
                     at end set No-More-Source to true
                   end-read

                   perform until No-More-Source

                       Perform 3700-Write-Backup-Record
                          thru 3700-Write-Backup-Record-Exit

                       read Web-Ledger-File next record
                         into WS-Copy-Record
                         at end set No-More-Source to true
                       end-read

                   end-perform

                   close Backup-File
               end-if

               close Web-Ledger-File
           end-if.

       3600-Copy-Web-Ledger-Exit.
           Exit.

       3700-Write-Backup-Record.

           write Backup-File-Record from WS-Copy-Record.

           add 1 to BF-Record-Count(WS-File-Sub).

           evaluate BF-Kind(WS-File-Sub)
               when 'T'
                   if  (CTV-Trans-Type = 'S' or CTV-Trans-Type = 'V')
                   and CTV-Item-Price is numeric
                       add CTV-Item-Price
                         to BF-Control-Total(WS-File-Sub)
                   end-if
               when 'M'
                   if CMV-Stock-On-Hand is numeric
                       add CMV-Stock-On-Hand
                         to BF-Control-Total(WS-File-Sub)
                   end-if
               when 'G'
                   if CGV-Balance is numeric
                       add CGV-Balance
                         to BF-Control-Total(WS-File-Sub)
                   end-if
               when 'L'
                   if CLV-Points is numeric
                       add CLV-Points
                         to BF-Control-Total(WS-File-Sub)
                   end-if
               when other
                   continue
           end-evaluate.

       3700-Write-Backup-Record-Exit.
           Exit.

       4000-Write-Manifest.

           open output Manifest-File.

           if WS-Manifest-Status not = '00'
               Display 'Warning: cannot write ' WS-Manifest-File-Name
                   ' (status ' WS-Manifest-Status
                   '); generation left incomplete.'
               set Copy-Failed to true
           else
      *        A generation missing any of its files would restore
      *        as a mixed set, so it is left marked incomplete and is
      *        never offered for a restore.
               if WS-Error-Count > 0
                   set MH-Is-Incomplete to true
               else
                   set MH-Is-Complete   to true
               end-if
               move WS-File-Entries to MH-File-Count
               write Manifest-File-Record from Manifest-Header

               perform varying WS-File-Sub from 1 by 1
                       until WS-File-Sub > WS-File-Entries
                   move BF-File-Name(WS-File-Sub)    to MD-File-Name
                   move BF-Kind(WS-File-Sub)         to MD-Kind
                   move BF-Present(WS-File-Sub)      to MD-Present
                   move BF-Record-Count(WS-File-Sub) to MD-Record-Count
                   move BF-Control-Total(WS-File-Sub)
                     to MD-Control-Total
                   move BF-Control-Label(WS-File-Sub)
                     to MD-Control-Label
                   write Manifest-File-Record from Manifest-Detail
               end-perform

               close Manifest-File
           end-if.

       4000-Write-Manifest-Exit.
           Exit.

       5000-Print-Summary.

           move WS-Current-Date to WS-Date-Out.
           move WS-Current-Time to WS-Time-Out.
           inspect WS-Time-Out replacing all ' ' by ':'.

           Display WS-Separator-Line.
           Display 'Backup generation ' WS-Slot-Out ' taken '
               WS-Date-Out ' ' WS-Time-Out.
           Display WS-Separator-Line.

           if not Copy-Failed
               perform varying WS-File-Sub from 1 by 1
                       until WS-File-Sub > WS-File-Entries
                   evaluate true
                       when BF-Was-Copied(WS-File-Sub)
                           move BF-Record-Count(WS-File-Sub)
                             to WS-Count-Out
                           if BF-Control-Label(WS-File-Sub) = spaces
                               Display BF-File-Name(WS-File-Sub)
                                   WS-Count-Out ' record(s)'
                           else
      *                        Stock and points are whole units.
                               if BF-Kind(WS-File-Sub) = 'M'
                               or BF-Kind(WS-File-Sub) = 'L'
                                   move BF-Control-Total(WS-File-Sub)
                                     to WS-Units-Out
                                   move WS-Units-Out to WS-Control-Text
                               else
                                   move BF-Control-Total(WS-File-Sub)
                                     to WS-Total-Out
                                   move WS-Total-Out to WS-Control-Text
                               end-if
                               Display BF-File-Name(WS-File-Sub)
                                   WS-Count-Out ' record(s)  '
                                   function trim(
                                       BF-Control-Label(WS-File-Sub))
                                   ' ' function trim(WS-Control-Text)
                           end-if
                       when BF-Copy-Error(WS-File-Sub)
                           Display BF-File-Name(WS-File-Sub)
                               '   *** NOT BACKED UP ***'
                       when other
                           Display BF-File-Name(WS-File-Sub)
                               '   not on disk'
                   end-evaluate
               end-perform

               Display WS-Separator-Line
               move WS-Copied-Count to WS-Files-Out
               Display 'Files copied:   ' WS-Files-Out
               move WS-Missing-Count to WS-Files-Out
               Display 'Not on disk:    ' WS-Files-Out
               move WS-Error-Count to WS-Files-Out
               Display 'Errors:         ' WS-Files-Out
               move WS-Keep-Generations to WS-Files-Out
               Display 'Generations kept: ' WS-Files-Out
               if WS-Error-Count > 0
                   Display '*** Generation ' WS-Slot-Out ' is'
                       ' incomplete and cannot be restored from ***'
               end-if
           else
               Display '*** Backup did not complete ***'
           end-if.

           Display WS-Separator-Line.

       5000-Print-Summary-Exit.
           Exit.

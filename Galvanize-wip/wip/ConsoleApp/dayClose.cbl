       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Close-Date-File
           record contains 8.
        01 Close-Status-File-Record  pic x(60).

        FD Checkpoint-File
           record contains 80.

        01 Checkpoint-File-Record  pic x(80).

        FD Registers-File
           record contains 4.

               Perform 5000-Clear-Close-Date
                  thru 5000-Clear-Close-Date-Exit

               Perform 6000-Run-Backup
                  thru 6000-Run-Backup-Exit
           end-if.

           Goback.
           Display 'Running GL extract...'.
           call 'glExtract'.

           Display ' '.
           Display 'Running labor report...'.
           call 'laborReport'.

           Display ' '.
           Display 'Running card settlement...'.
           call 'cardSettlement'.

           Display ' '.
           Display 'Running production list...'.
           call 'productionList'.

       2000-Run-Close-Batch-Exit.
           Exit.


       5000-Clear-Close-Date-Exit.
           Exit.

       6000-Run-Backup.

      *    Last of all, so the generation holds the day as closed.
           Display ' '.
           Display 'Running backup...'.
           call 'backupFiles'.

       6000-Run-Backup-Exit.
           Exit.

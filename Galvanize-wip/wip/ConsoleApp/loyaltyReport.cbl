       file-control.

       select Loyalty-Master-File
              assign to "loyaltyMaster.dat"
              organization is indexed
              access mode is sequential
              record key is LMF-Member-Id
              file status is WS-Loyalty-Master-Status.

       select Loyalty-Activity-File
        FD Loyalty-Master-File
           record contains 60.

        01 Loyalty-Master-File-Record.
           05 LMF-Member-Id      pic x(10).
           05 LMF-Member-Data    pic x(50).

        FD Loyalty-Activity-File
           record contains 80.
           open input Loyalty-Master-File.

           if WS-Loyalty-Master-Status not = '00'
               Display "Warning: cannot open loyaltyMaster.dat"
                   " (status " WS-Loyalty-Master-Status
                   "); reporting zero members."
           else

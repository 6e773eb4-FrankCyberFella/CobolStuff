       File Section.

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

       working-storage section.


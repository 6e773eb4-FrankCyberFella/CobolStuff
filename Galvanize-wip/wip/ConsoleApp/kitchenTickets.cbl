       File Section.

        FD Ticket-File
           record contains 134.

        01 Ticket-File-Record  pic x(134).

        FD Ticket-Work-File
           record contains 134.

        01 Ticket-Work-Record  pic x(134).

       working-storage section.

              10 KTR-Done-SS        pic 99.
           05 filler                pic x(1).
           05 KTR-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 KTR-Modifier-Text     pic x(50).

       01  WS-Ticket-Work-Status    pic xx.

                           move 'NEW'       to TDL-Status
                       end-if
                       Display Ticket-Display-Line

      *                Modifiers print under the item they change;
      *                tickets from before modifiers read as blank.
                       if KTR-Modifier-Text not = spaces
                           Display '                                '
                               '        + ' KTR-Modifier-Text
                       end-if
                   end-if

                   read Ticket-File into Ticket-File-Record

       file-control.

       select Menu-Item-File
              assign to "cafeItems.dat"
              organization is indexed
              access mode is dynamic
              record key is MIF-Item-Name
              lock mode is manual
              file status is WS-Menu-Item-Status.

       select Order-Trans-File
              file status is WS-Price-Rule-Status.

       select Loyalty-Master-File
              assign to "loyaltyMaster.dat"
              organization is indexed
              access mode is dynamic
              record key is LMF-Member-Id
              lock mode is manual
              file status is WS-Loyalty-Master-Status.

       select Loyalty-Activity-File
              assign to "loyaltyActivity.csv"
              organization is line sequential
              file status is WS-Tax-Rate-Status.

       select Gift-Card-File
              assign to "giftCards.dat"
              organization is indexed
              access mode is dynamic
              record key is GCF-Card-No
              lock mode is manual
              file status is WS-Gift-Card-Status.

       select Open-Check-File
              assign to "openChecks.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Ticket-Kitchen-Status.

       select Employee-File
              assign to "employees.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Employee-Status.

       select Time-Punch-File
              assign to "timePunches.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Time-Punch-Status.

       select Card-Auth-Request-File
              assign to WS-Auth-Request-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Auth-Request-Status.

       select Card-Auth-Response-File
              assign to WS-Auth-Response-File-Name
              organization is line sequential
              access mode is sequential
              file status is WS-Auth-Response-Status.

       select Card-Auth-Log-File
              assign to "cardAuthLog.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Auth-Log-Status.

       select Modifier-File
              assign to "modifiers.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Modifier-Status.

       select Waste-Log-File
              assign to "wasteLog.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Waste-Log-Status.

       select Advance-Order-File
              assign to "advanceOrders.csv"
              organization is line sequential
              access mode is sequential
              file status is WS-Advance-Order-Status.

       select Advance-Order-Work-File
              assign to "advanceOrdersWork.dat"
              organization is line sequential
              access mode is sequential
              file status is WS-Advance-Work-Status.

       Data Division.

       File Section.
        FD Menu-Item-File
           record contains 80.

        01 Menu-Item-File-Record.
           05 MIF-Item-Name      pic x(20).
           05 MIF-Item-Data      pic x(60).

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Receipt-File
           record contains 100.
        01 Audit-Log-File-Record  pic x(120).

        FD Checkpoint-File
           record contains 80.

        01 Checkpoint-File-Record  pic x(80).

        FD Registers-File
           record contains 4.
        01 Registers-File-Record  pic x(4).

        FD Trans-Index-File
           record contains 270.

        01 Trans-Index-Record.
           05 ITX-Key.
              10 ITX-Order-Seq   pic 9(9).
              10 ITX-Terminal-Id pic x(4).
              10 ITX-Line-No     pic 9(3).
           05 ITX-Trans-Data     pic x(254).

        FD Archive-Trans-File
           record contains 250.

        01 Archive-Trans-Record  pic x(250).

        FD Tax-Rate-File
           record contains 40.
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

        FD Loyalty-Activity-File
           record contains 80.
        01 Price-Rule-File-Record  pic x(40).

        FD Open-Check-File
           record contains 100.

        01 Open-Check-File-Record  pic x(100).

        FD Open-Check-Work-File
           record contains 100.

        01 Open-Check-Work-Record  pic x(100).

        FD Ticket-Barista-File
           record contains 134.

        01 Ticket-Barista-Record  pic x(134).

        FD Ticket-Counter-File
           record contains 134.

        01 Ticket-Counter-Record  pic x(134).

        FD Ticket-Kitchen-File
           record contains 134.

        01 Ticket-Kitchen-Record  pic x(134).

        FD Employee-File
           record contains 60.

        01 Employee-File-Record  pic x(60).

        FD Time-Punch-File
           record contains 40.

        01 Time-Punch-File-Record  pic x(40).

        FD Card-Auth-Request-File
           record contains 80.

        01 Card-Auth-Request-File-Record  pic x(80).

        FD Card-Auth-Response-File
           record contains 80.

        01 Card-Auth-Response-File-Record  pic x(80).

        FD Card-Auth-Log-File
           record contains 100.

        01 Card-Auth-Log-File-Record  pic x(100).

        FD Modifier-File
           record contains 60.

        01 Modifier-File-Record  pic x(60).

        FD Waste-Log-File
           record contains 124.

        01 Waste-Log-File-Record  pic x(124).

        FD Advance-Order-File
           record contains 200.

        01 Advance-Order-File-Record  pic x(200).

        FD Advance-Order-Work-File
           record contains 200.

        01 Advance-Order-Work-Record  pic x(200).

       working-storage section.

       01  WS-Order-Seq-Name-Save   pic x(30).
       01  WS-Checkpoint-File-Name  pic x(30)
              value 'orderCheckpt.dat'.
       01  WS-Auth-Request-File-Name  pic x(30)
              value 'cardAuthReq.dat'.
       01  WS-Auth-Response-File-Name pic x(30)
              value 'cardAuthResp.dat'.

       01  WS-Register-Known-Switch pic x(1).
       01  WS-Registers-Read-Switch pic x(3) value 'no'.
           05 PCH-Status            pic x(1).
              88 PCH-Is-Pending     value 'P'.
              88 PCH-Is-Applied     value 'A'.
           05 filler                pic x(1) value ','.
           05 PCH-Approver-Id       pic x(10).

       01  WS-Price-Change-Work-Status pic xx.
       01  WS-Price-Applied-Count   pic s9(4) comp value 0.
       01  WS-Price-Log-Status      pic x(1).

       01  WS-Loyalty-Master-Status   pic xx.
       01  WS-Loyalty-Activity-Status pic xx.
       01  WS-Gift-Card-Status        pic xx.
       01  WS-Tax-Rate-Status         pic xx.

       01  Tax-Rate-Table.
           05 OCD-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1) value ','.
           05 OCD-Item-Price        pic s9(6)v99 sign leading separate.
           05 OCD-Modifiers occurs 3 times.
              10 filler             pic x(1) value ','.
              10 OCD-Mod-Code       pic x(6).
              10 filler             pic x(1) value ','.
              10 OCD-Mod-Price      pic s9(3)v99 sign leading separate.

       01  WS-Open-Check-Work-Status pic xx.

              88 GCR-Is-Active      value 'A'.
              88 GCR-Is-Closed      value 'C'.

       01  WS-Gift-File-Avail-Switch pic x(3) value 'no'.
           88 Gift-File-Available   value 'yes'.
       01  WS-Gift-Lock-Switch      pic x(1).
           88 Gift-Card-Locked      value 'L'.
           88 Gift-Card-Not-On-File value 'N'.
           88 Gift-Card-Lock-Given-Up value 'X'.
       01  WS-Gift-Lock-Cancel-Sw   pic x(1).
           88 Gift-Lock-May-Cancel  value 'Y'.
       01  WS-Gift-Card-Ok-Switch   pic x(1).
           88 WS-Gift-Card-Usable   value 'Y'.

       01  WS-Gift-Card-No-In       pic x(10).
       01  WS-Gift-Card-Trans-No    pic x(10) value spaces.
       01  WS-Gift-Applied-Amount   pic s9(7)v99 value 0.
       01  WS-Gift-Remainder-Out    pic $$$,$$$,$$9.99.
       01  WS-Gift-Tender-Choice    pic x(1).

       01  WS-Tender-Done-Switch    pic x(3) value 'no'.
           88 Tender-Complete       value 'yes'.

      *    Card authorization - the register writes one request to
      *    cardAuthReq<terminal>.dat and the processor link answers
      *    in cardAuthResp<terminal>.dat. Only the last four digits
      *    are kept once the reply is in.
       01  Card-Auth-Request.
           05 CAQ-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 CAQ-Order-Seq         pic 9(9).
           05 filler                pic x(1) value ','.
           05 CAQ-Request-Time      pic x(22).
           05 filler                pic x(1) value ','.
           05 CAQ-Amount            pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 CAQ-Card-No           pic x(19).

       01  Card-Auth-Response.
           05 CAR-Terminal-Id       pic x(4).
           05 filler                pic x(1).
           05 CAR-Order-Seq         pic 9(9).
           05 filler                pic x(1).
           05 CAR-Result            pic x(1).
              88 CAR-Is-Approved    value 'A'.
              88 CAR-Is-Declined    value 'D'.
           05 filler                pic x(1).
           05 CAR-Auth-Code         pic x(6).
           05 filler                pic x(1).
           05 CAR-Message           pic x(20).

       01  Card-Auth-Log-Record.
           05 CAL-Timestamp         pic x(22).
           05 filler                pic x(1) value ','.
           05 CAL-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 CAL-Order-Seq         pic 9(9).
           05 filler                pic x(1) value ','.
           05 CAL-Cashier-Id        pic x(10).
           05 filler                pic x(1) value ','.
           05 CAL-Amount            pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 CAL-Last-Four         pic x(4).
           05 filler                pic x(1) value ','.
           05 CAL-Result            pic x(1).
           05 filler                pic x(1) value ','.
           05 CAL-Auth-Code         pic x(6).
           05 filler                pic x(1) value ','.
           05 CAL-Message           pic x(20).

       01  WS-Auth-Request-Status   pic xx.
       01  WS-Auth-Response-Status  pic xx.
       01  WS-Auth-Log-Status       pic xx.
       01  WS-Auth-Reply-Switch     pic x(3) value 'no'.
           88 Auth-Reply-Received   value 'yes'.
       01  WS-Auth-Read-Switch      pic x(3) value 'no'.
           88 No-More-Auth-Replies  value 'yes'.
       01  WS-Auth-Wait-Choice      pic x(1).
       01  WS-Card-Number-In        pic x(19).
       01  WS-Card-Number-Len       pic s9(4) comp.
       01  WS-Card-Auth-Code        pic x(6) value spaces.
       01  WS-Card-Last-Four        pic x(4) value spaces.

      *    modifiers.csv - category,code,name,up-charge. A '*'
      *    category offers the modifier on every item.
       01  WS-Modifier-Status       pic xx.
       01  WS-Modifier-Read-Switch  pic x(3) value 'no'.
           88 No-More-Modifiers     value 'yes'.

       01  Modifier-Table.
           05 Modifier-Entry occurs 50 times
                             indexed by Modifier-Index.
               10 MOD-Category      pic x(10).
               10 MOD-Code          pic x(6).
               10 MOD-Name          pic x(15).
               10 MOD-Charge        pic s9(3)v99.

       01  WS-Modifier-Entries      pic s9(4) comp value 0.

       01  WS-Mod-Category-In       pic x(10).
       01  WS-Mod-Code-In           pic x(6).
       01  WS-Mod-Name-In           pic x(15).
       01  WS-Mod-Charge-Text       pic x(10).
       01  WS-Mod-Charge-Test       pic s9(4) comp.

       01  Modifier-Pick-Table.
           05 Mod-Pick-Idx occurs 50 times
                  pic s9(4) comp.
       01  WS-Mod-Pick-Count        pic s9(4) comp.
       01  WS-Mod-Choice            pic 9(2).
       01  WS-Mod-Sub               pic s9(4) comp.
       01  WS-Mod-Lookup-Code       pic x(6).
       01  WS-Mod-Lookup-Name       pic x(15).
       01  WS-Mod-Slot              pic s9(4) comp.
       01  WS-Mod-Entry-Idx         pic s9(4) comp.
       01  WS-Mod-Ticket-Ptr        pic s9(4) comp.

       01  WS-Mod-Done-Switch       pic x(3) value 'no'.
           88 Modifiers-Done        value 'yes'.

       01  Modifier-Menu-Line.
           05 filler                pic x(2) value spaces.
           05 MML-Number            pic z9.
           05 filler                pic x(2) value '. '.
           05 MML-Name              pic x(15).
           05 filler                pic x(2) value spaces.
           05 MML-Charge            pic $$9.99.

       01  Modifier-Out-Line.
           05 filler                pic x(6) value spaces.
           05 filler                pic x(2) value '+ '.
           05 MOL-Name              pic x(15).
           05 filler                pic x(4) value spaces.
           05 MOL-Price             pic $$$,$$$,$$9.99 blank when zero.

       01  Reprint-Modifier-Out-Line.
           05 filler                pic x(8) value spaces.
           05 filler                pic x(2) value '+ '.
           05 RMO-Name              pic x(15).
           05 filler                pic x(8) value spaces.
           05 RMO-Price             pic $$$,$$$,$$9.99 blank when zero.

       01  Loyalty-Master-Record.
           05 LMR-Member-Id         pic x(10).
           05 filler                pic x(1) value ','.
           05 filler                pic x(1) value ','.
           05 LMR-Points            pic s9(7) sign leading separate.

       01  WS-Loyalty-Avail-Switch  pic x(3) value 'no'.
           88 Loyalty-File-Available value 'yes'.
       01  WS-Loyalty-Member-Switch pic x(1) value 'N'.
           88 Loyalty-Member-Found  value 'Y'.
       01  WS-Loyalty-Lock-Switch   pic x(1).
           88 Loyalty-Member-Locked value 'L'.
           88 Loyalty-Lock-Given-Up value 'X'.
       01  WS-Loyalty-Save-Status   pic xx.

       01  WS-Loyalty-Id-In         pic x(10).
       01  WS-Loyalty-Trans-Id      pic x(10) value spaces.
           05 filler                pic x(1) value ','.
           05 LAC-Redeemed-Value    pic s9(5)v99 sign leading separate.
       01  WS-Cashier-Id            pic x(10).
       01  WS-Cashier-Name          pic x(20).
       01  WS-Cashier-Role          pic x(1).

       01  WS-Employee-Status       pic xx.
       01  WS-Employee-Read-Switch  pic x(3) value 'no'.
           88 No-More-Employees     value 'yes'.

      *    Sign-on and manager overrides are checked against the
      *    employee master - role C cashier, S shift lead, M manager.
       01  Employee-Table.
           05 Employee-Entry occurs 100 times
                             indexed by Employee-Index.
               10 EMP-Id            pic x(10).
               10 EMP-Name          pic x(20).
               10 EMP-Pin           pic x(6).
               10 EMP-Role          pic x(1).
                  88 EMP-Is-Cashier     value 'C'.
                  88 EMP-Is-Shift-Lead  value 'S'.
                  88 EMP-Is-Manager     value 'M'.
               10 EMP-Active        pic x(1).
                  88 EMP-Is-Active      value 'Y'.

       01  WS-Employee-Entries      pic s9(4) comp value 0.
       01  WS-Found-Employee-Idx    pic s9(4) comp value 0.

       01  WS-Emp-Id-In             pic x(10).
       01  WS-Emp-Name-In           pic x(20).
       01  WS-Emp-Pin-In            pic x(6).
       01  WS-Emp-Role-In           pic x(1).
       01  WS-Emp-Active-In         pic x(1).

       01  WS-Signon-Id-In          pic x(10).
       01  WS-Signon-Pin-In         pic x(6).

       01  WS-Approval-Function     pic x(15).
       01  WS-Approver-Id           pic x(10).
       01  WS-Approval-Switch       pic x(3) value 'no'.
           88 Approval-Granted      value 'yes'.

       01  WS-Exempt-Approver-Id    pic x(10) value spaces.
       01  WS-Void-Approver-Id      pic x(10) value spaces.
       01  WS-Maint-Approver-Id     pic x(10) value spaces.
       01  WS-Maint-Action          pic x(15).

      *    timePunches.csv - one line per clock-in, clock-out and
      *    break punch, keyed by employee and the terminal used.
       01  Time-Punch-Record.
           05 PUN-Timestamp         pic x(22).
           05 filler                pic x(1) value ','.
           05 PUN-Employee-Id       pic x(10).
           05 filler                pic x(1) value ','.
           05 PUN-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 PUN-Type              pic x(1).
              88 PUN-Is-Clock-In    value 'I'.
              88 PUN-Is-Clock-Out   value 'O'.
              88 PUN-Is-Break-Start value 'B'.
              88 PUN-Is-Break-End   value 'E'.

       01  WS-Time-Punch-Status     pic xx.
       01  WS-Punch-Read-Switch     pic x(3) value 'no'.
           88 No-More-Punches       value 'yes'.
       01  WS-Punch-Employee-Id     pic x(10).
       01  WS-Punch-Choice          pic x(1).
       01  WS-Last-Punch-Type       pic x(1).
       01  WS-Last-Punch-Time       pic x(22).
       01  WS-Clock-State           pic x(1).
           88 Clock-State-Off       value 'F'.
           88 Clock-State-Working   value 'W'.
           88 Clock-State-On-Break  value 'B'.
       01  WS-Maint-Log-Subject     pic x(20).
       01  WS-Menu-Item-Status      pic xx.
       01  WS-Menu-Item-Line-Num    pic s9(9) comp value 0.
       01  WS-Menu-Item-Line-Out    pic zzz9.
       01  WS-Menu-Load-Price-Text  pic x(10).
       01  WS-Menu-Load-Price-Test  pic s9(4) comp.
       01  WS-Menu-Load-Cost-Text   pic x(10).
       01  WS-Menu-Load-Cost-Test   pic s9(4) comp.

       01  Menu-Item-File-EOF-Switch pic x(3) value 'no'.
           88 More-Data-To-Read  value 'no'.
       01  Goodbye-Message-Entries   pic s9(9) comp.        

       01  Menu-Item-Table.
           05 Menu-Item occurs 999 times
                        indexed by Menu-Index.
               10 Item-Name           pic x(20).
               10 Item-Price          pic s9(4)v99.
                  88 Item-Is-Inactive  value 'N'.
               10 Item-Stock-On-Hand  pic 9(5).
               10 Item-Category       pic x(10).
               10 Item-Unit-Cost      pic 9(4)v99.

       01  Max-Menu-Item-Entries   pic s9(9).
       01  Menu-Item-Entries       pic s9(9) comp.
       01  WS-Special-Index        pic 999.
       01  WS-Active-Item-Count    pic 999 value 0.
       01  WS-Active-Item-Table.
           05 WS-Active-Item-Idx occurs 999 times
                                  indexed by WS-Active-Item-Sub
                  pic 999.

       01  Menu-Item-Data   pic x(80).

      *    cafeItems.dat - one record per item keyed on the name,
      *    laid out as comma-separated text so the batch reports can
      *    unstring it the way they always read the menu.
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

      *    The menu table is this register's copy of cafeItems.dat
      *    for listing and item numbers; it is reloaded at the start
      *    of every order. Stock, price and status are re-read from
      *    the file before they are relied on, and every change is
      *    posted to the one record under a lock.
       01  WS-Menu-File-Avail-Switch pic x(3) value 'no'.
           88 Menu-File-Available    value 'yes'.
       01  WS-Menu-Lock-Switch      pic x(1).
           88 Menu-Item-Locked      value 'L'.
           88 Menu-Item-Not-On-File value 'N'.
           88 Menu-Item-Lock-Given-Up value 'X'.
       01  WS-Menu-Save-Status      pic xx.
       01  WS-Menu-Post-Idx         pic s9(4) comp.
       01  WS-Stock-Taken           pic s9(5) comp.
       01  WS-Lock-Retry-Response   pic x(1).

       01  Menu-Item-Data-Parsed.
           05 Item-Name-In   pic x(20).
           05 Item-Price-In  pic 9(4)v99.
       01  WS-Maint-Price-Text       pic x(10).
       01  WS-Maint-Price-Test       pic s9(4) comp.
       01  WS-Maint-Price-Value      pic s9(7)v99.
       01  WS-CSV-Line               pic x(80).
       01  WS-Maint-Price-Display    pic zzz9.99.
       01  WS-Maint-Stock-Display    pic zzzz9.
       01  WS-Maint-Stock-Text       pic x(10).
       01  WS-Maint-Stock-Test       pic s9(4) comp.
       01  WS-Maint-Stock-Value      pic s9(7).
       01  WS-Maint-Cost-Text        pic x(10).
       01  WS-Maint-Cost-Test        pic s9(4) comp.
       01  WS-Maint-Cost-Value       pic s9(7)v99.
       01  WS-Maint-Cost-Display     pic zzz9.99.

      *    wasteLog.csv - stock thrown out from menu maintenance,
      *    one line per entry, valued at the item's unit cost when
      *    it was logged.
       01  WS-Waste-Log-Status       pic xx.
       01  Waste-Log-Record.
           05 WLR-Waste-Time        pic x(22).
           05 filler                pic x(1) value ','.
           05 WLR-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 WLR-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 WLR-Category          pic x(10).
           05 filler                pic x(1) value ','.
           05 WLR-Quantity          pic s9(5) sign leading separate.
           05 filler                pic x(1) value ','.
           05 WLR-Reason            pic x(15).
           05 filler                pic x(1) value ','.
           05 WLR-Unit-Cost         pic s9(5)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 WLR-Cost-Value        pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 WLR-Entered-By        pic x(10).
           05 filler                pic x(1) value ','.
           05 WLR-Approver-Id       pic x(10).

       01  WS-Waste-Reason-Choice    pic x(1).
       01  WS-Waste-Reason           pic x(15).

      *    Comps - product given away on a manager's say-so. They
      *    go to orderTrans as type 'C' lines so stock and shrink
      *    see them, but they are never revenue.
       01  Comp-Reason-Values.
           05 filler                pic x(15) value 'Service recov'.
           05 filler                pic x(15) value 'Quality'.
           05 filler                pic x(15) value 'Employee meal'.
           05 filler                pic x(15) value 'Manager guest'.
           05 filler                pic x(15) value 'Sampling'.
       01  Comp-Reason-Table redefines Comp-Reason-Values.
           05 Comp-Reason           pic x(15) occurs 5 times.
       01  Comp-Reason-Entries       pic s9(4) comp value 5.

       01  WS-Comp-Item-Num          pic 9(3).
       01  WS-Comp-Qty-Text          pic x(10).
       01  WS-Comp-Qty-Test          pic s9(4) comp.
       01  WS-Comp-Qty               pic s9(3).
       01  WS-Comp-Reason-Num        pic 9(1).
       01  WS-Comp-Reason-Sub        pic s9(4) comp.
       01  WS-Comp-Reason-Edited     pic 9.
       01  WS-Comp-Entry-Switch      pic x(3).
           88 Comp-Entry-Ok         value 'yes'.

      *    advanceOrders.csv - catering and other orders booked for
      *    a later day, one H record per booking followed by its D
      *    lines, the same shape as openChecks.csv. A booking stays
      *    in the file after pickup with its status moved to 'P',
      *    so the deposit history is kept. Nothing here touches
      *    stock or sales until the order is picked up and rung.
       01  WS-Advance-Order-Status   pic xx.
       01  WS-Advance-Work-Status    pic xx.

       01  Advance-Order-Header.
           05 AOH-Record-Type       pic x(1).
           05 filler                pic x(1) value ','.
           05 AOH-Advance-No        pic 9(6).
           05 filler                pic x(1) value ','.
           05 AOH-Status            pic x(1).
              88 AOH-Is-Booked      value 'B'.
              88 AOH-Is-Picked-Up   value 'P'.
           05 filler                pic x(1) value ','.
           05 AOH-Customer-Name     pic x(25).
           05 filler                pic x(1) value ','.
           05 AOH-Contact           pic x(20).
           05 filler                pic x(1) value ','.
           05 AOH-Pickup-Date       pic 9(8).
           05 filler                pic x(1) value ','.
           05 AOH-Pickup-Time       pic x(5).
           05 filler                pic x(1) value ','.
           05 AOH-Booked-Time       pic x(22).
           05 filler                pic x(1) value ','.
           05 AOH-Booked-By         pic x(10).
           05 filler                pic x(1) value ','.
           05 AOH-Booked-Terminal   pic x(4).
           05 filler                pic x(1) value ','.
           05 AOH-Deposit-Amount    pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 AOH-Deposit-Pay-Type  pic x(1).
           05 filler                pic x(1) value ','.
           05 AOH-Deposit-Seq       pic 9(9).
           05 filler                pic x(1) value ','.
           05 AOH-Estimated-Total   pic s9(7)v99 sign leading separate.
           05 filler                pic x(1) value ','.
           05 AOH-Pickup-Seq        pic 9(9).
           05 filler                pic x(1) value ','.
           05 AOH-Pickup-Terminal   pic x(4).

       01  Advance-Order-Detail.
           05 AOD-Record-Type       pic x(1).
           05 filler                pic x(1) value ','.
           05 AOD-Advance-No        pic 9(6).
           05 filler                pic x(1) value ','.
           05 AOD-Item-Name         pic x(20).
           05 filler                pic x(1) value ','.
           05 AOD-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1) value ','.
           05 AOD-Item-Price        pic s9(6)v99 sign leading separate.
           05 AOD-Modifiers occurs 3 times.
              10 filler             pic x(1) value ','.
              10 AOD-Mod-Code       pic x(6).
              10 filler             pic x(1) value ','.
              10 AOD-Mod-Price      pic s9(3)v99 sign leading separate.

       01  WS-Advance-Read-Switch    pic x(3) value 'no'.
           88 No-More-Advance-Lines  value 'yes'.

       01  WS-Advance-Work-Switch    pic x(3) value 'no'.
           88 No-More-Advance-Work   value 'yes'.

       01  WS-Advance-Done-Switch    pic x(3) value 'no'.
           88 Advance-Done           value 'yes'.

      *    Set while an advance order is being taken - the lines are
      *    for another day, so today's stock and happy hour do not
      *    apply to them.
       01  WS-Advance-Booking-Switch pic x(3) value 'no'.
           88 Booking-Advance-Order  value 'yes'.

      *    Set while a booked order is being rung at pickup - its
      *    lines were priced when it was booked.
       01  WS-Advance-Pickup-Switch  pic x(3) value 'no'.
           88 Picking-Up-Advance-Order value 'yes'.

      *    Set when a refresh finds the item gone from the file, as
      *    against merely sold out or taken off sale.
       01  WS-Menu-Item-Gone-Switch  pic x(3) value 'no'.
           88 Menu-Item-Gone         value 'yes'.

       01  WS-Adv-Entry-Switch       pic x(3).
           88 Adv-Entry-Ok           value 'yes'.

       01  WS-Advance-Choice         pic x(1).
       01  WS-Advance-No             pic 9(6).
       01  WS-Next-Advance-No        pic 9(6).
       01  WS-Advance-Found-Switch   pic x(1).
       01  WS-Advance-Count          pic s9(4) comp.

       01  WS-Adv-Customer-In        pic x(25).
       01  WS-Adv-Contact-In         pic x(20).
       01  WS-Adv-Date-In            pic x(8).
       01  WS-Adv-Date-Num redefines WS-Adv-Date-In
                                     pic 9(8).
       01  WS-Adv-Date-Test          pic s9(9) comp.
       01  WS-Adv-Today              pic 9(8).
       01  WS-Adv-Time-In            pic x(5).
       01  WS-Adv-Time-Parts redefines WS-Adv-Time-In.
           05 WS-Adv-Time-Hour       pic 99.
           05 WS-Adv-Time-Sep        pic x(1).
           05 WS-Adv-Time-Minute     pic 99.
       01  WS-Adv-Status             pic x(1).
       01  WS-Adv-Deposit-Text       pic x(10).
       01  WS-Adv-Deposit-Test       pic s9(4) comp.
       01  WS-Adv-Deposit            pic s9(7)v99.
       01  WS-Adv-Deposit-Seq        pic 9(9).
       01  WS-Adv-Deposit-Pay-Type   pic x(1).
       01  WS-Adv-Estimate           pic s9(7)v99.
       01  WS-Adv-Reference          pic x(15).
       01  WS-Adv-Amount-Out         pic $$$,$$$,$$9.99.
       01  WS-Adv-Date-Out           pic 9999/99/99.
       01  WS-Adv-Early-Choice       pic x(1).
           88 WS-Adv-Early-Yes       value 'Y' 'y'.

      *    Deposit taken when a booked order was made, applied
      *    against the order when it is rung at pickup.
       01  WS-Deposit-Applied        pic s9(7)v99 value 0.
       01  WS-Deposit-Applied-Out    pic $$$,$$$,$$9.99.
       01  WS-Balance-Due-Out        pic $$$,$$$,$$9.99.

       01  Advance-Order-List-Line.
           05 AOL-Advance-No        pic 9(6).
           05 filler                pic x(2) value spaces.
           05 AOL-Pickup-Date       pic 9999/99/99.
           05 filler                pic x(1) value spaces.
           05 AOL-Pickup-Time       pic x(5).
           05 filler                pic x(2) value spaces.
           05 AOL-Customer-Name     pic x(25).
           05 filler                pic x(1) value spaces.
           05 AOL-Deposit           pic $$$,$$9.99.

       01  Menu-Page-Start           pic s9(9) comp.
       01  Menu-Page-End             pic s9(9) comp.
      *    without reordering Menu-Item-Table itself (order lines
      *    hold live menu subscripts).
       01  Menu-Display-Order-Table.
           05 Menu-Disp-Idx occurs 999 times
                  pic s9(4) comp.
       01  Menu-Disp-Count           pic s9(4) comp value 0.
       01  Menu-Disp-Item            pic s9(4) comp.
               10 Order-Item-Qty      pic s9(3) comp.
               10 Order-Item-Price    pic s9(6)V99.
               10 Order-Item-Menu-Idx pic s9(4) comp.
               10 Order-Mod-Count     pic s9(4) comp.
               10 Order-Mods occurs 3 times.
                  15 Order-Mod-Code   pic x(6).
                  15 Order-Mod-Price  pic s9(3)v99.
               10 Order-Mod-Charge    pic s9(5)v99.

       01  WS-Order-Quantity        pic 9(3).
       01  WS-Order-Qty-Test        pic s9(4) comp.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1) value ','.
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1) value ','.
              88 OTR-Is-Tax-Exempt  value 'Y'.
           05 filler                pic x(1) value ','.
           05 OTR-Exempt-Cert       pic x(12).
           05 filler                pic x(1) value ','.
           05 OTR-Approver-Id       pic x(10).
           05 filler                pic x(1) value ','.
           05 OTR-Card-Auth-Code    pic x(6).
           05 filler                pic x(1) value ','.
           05 OTR-Card-Last-Four    pic x(4).
      *    Up to three modifiers per line, each with its unit
      *    up-charge - already included in OTR-Item-Price.
           05 OTR-Modifiers occurs 3 times.
              10 filler             pic x(1) value ','.
              10 OTR-Modifier-Code  pic x(6).
              10 filler             pic x(1) value ','.
              10 OTR-Modifier-Price pic s9(3)v99 sign leading separate.

       01  Kitchen-Ticket-Record.
           05 KTR-Order-Time        pic x(22).
           05 KTR-Done-Time         pic x(8).
           05 filler                pic x(1) value ','.
           05 KTR-Terminal-Id       pic x(4).
           05 filler                pic x(1) value ','.
           05 KTR-Modifier-Text     pic x(50).

       01  Order-Item-Out-Line.
           05 Order-Item-Qty-Out    pic zz9.
               10 VL-Item-Price    pic s9(7)v99.
               10 VL-Category      pic x(10).
               10 VL-Payment-Type  pic x(1).
               10 VL-Card-Auth-Code pic x(6).
               10 VL-Card-Last-Four pic x(4).
               10 VL-Mods occurs 3 times.
                  15 VL-Mod-Code    pic x(6).
                  15 VL-Mod-Price   pic s9(3)v99.

       01  WS-Void-Line-Count      pic s9(4) comp value 0.
       01  WS-Void-Order-Seq       pic 9(9).
               10 RL-Quantity       pic s9(3).
               10 RL-Item-Price     pic s9(7)v99.
               10 RL-Category       pic x(10).
               10 RL-Mods occurs 3 times.
                  15 RL-Mod-Code    pic x(6).
                  15 RL-Mod-Price   pic s9(3)v99.

       01  WS-Reprint-Line-Count    pic s9(4) comp value 0.
       01  WS-Reprint-Order-Seq     pic 9(9).
       01  WS-Reprint-Subtotal      pic s9(9)v99 comp-3.
       01  WS-Reprint-Discount      pic s9(9)v99 comp-3.
       01  WS-Reprint-Grand-Total   pic s9(9)v99 comp-3.
       01  WS-Reprint-Item-Base     pic s9(7)v99.

       01  WS-Archive-Choice        pic x(1).
           88 WS-Archive-Yes        value 'Y' 'y'.
           05 CKP-Quantity          pic s9(3) sign leading separate.
           05 filler                pic x(1) value ','.
           05 CKP-Item-Price        pic s9(6)v99 sign leading separate.
           05 CKP-Modifiers occurs 3 times.
              10 filler             pic x(1) value ','.
              10 CKP-Mod-Code       pic x(6).
              10 filler             pic x(1) value ','.
              10 CKP-Mod-Price      pic s9(3)v99 sign leading separate.

       01  WS-Checkpoint-Read-Switch  pic x(3) value 'no'.
           88 No-More-Checkpoint      value 'yes'.
           compute Max-Menu-Item-Entries = 
                   Length of Menu-Item-Table / Length of Menu-Item.                      

           Perform 0540-Open-Menu-File
              thru 0540-Open-Menu-File-Exit.

           Perform 0500-Load-Menu-Items
              thru 0500-Load-Menu-Items-Exit.

           Perform 0960-Load-Tax-Rates
              thru 0960-Load-Tax-Rates-Exit.

           Perform 0970-Open-Loyalty-Master
              thru 0970-Open-Loyalty-Master-Exit.

           Perform 0980-Open-Gift-Cards
              thru 0980-Open-Gift-Cards-Exit.

           Perform 0985-Load-Modifiers
              thru 0985-Load-Modifiers-Exit.

           Perform 0990-Load-Employees
              thru 0990-Load-Employees-Exit.

           if WS-Employee-Entries = 0
               Display 'No employees on file (employees.csv) - '
                   'nobody can sign on to this register.'
               Goback
           end-if.

      *    Cashier and register sign-on comes before any of the
      *    per-register files - their names carry the terminal ID.
           perform until WS-Cashier-Id not = spaces
               Display ' '
               Display 'Enter cashier ID/badge number:'
               Accept WS-Signon-Id-In
               Display 'Enter PIN:'
               Accept WS-Signon-Pin-In

               move WS-Signon-Id-In to WS-Emp-Id-In
               Perform 0710-Find-Employee
                  thru 0710-Find-Employee-Exit

               if WS-Found-Employee-Idx = 0
                   Display 'Invalid ID or PIN.'
               else
                   if EMP-Pin(WS-Found-Employee-Idx)
                         not = WS-Signon-Pin-In
                   or not EMP-Is-Active(WS-Found-Employee-Idx)
                       Display 'Invalid ID or PIN.'
                   else
                       move EMP-Id(WS-Found-Employee-Idx)
                         to WS-Cashier-Id
                       move EMP-Name(WS-Found-Employee-Idx)
                         to WS-Cashier-Name
                       move EMP-Role(WS-Found-Employee-Idx)
                         to WS-Cashier-Role
                       Display 'Signed on: '
                           function trim(WS-Cashier-Name)
                   end-if
               end-if
           end-perform.

           move spaces to WS-Terminal-Id.
                  into WS-Checkpoint-File-Name
           end-string.

           move spaces to WS-Auth-Request-File-Name.
           string 'cardAuthReq'                  delimited by size
                  function trim(WS-Terminal-Id) delimited by size
                  '.dat'                        delimited by size
                  into WS-Auth-Request-File-Name
           end-string.

           move spaces to WS-Auth-Response-File-Name.
           string 'cardAuthResp'                 delimited by size
                  function trim(WS-Terminal-Id) delimited by size
                  '.dat'                        delimited by size
                  into WS-Auth-Response-File-Name
           end-string.

           Perform 0750-Register-Terminal
              thru 0750-Register-Terminal-Exit.

       0700-Get-Cashier-Id-Exit.
           Exit.

       0710-Find-Employee.

      *    Looks up WS-Emp-Id-In; WS-Found-Employee-Idx is 0 when
      *    the ID is not on the employee master.
           move 0 to WS-Found-Employee-Idx.

           if WS-Employee-Entries > 0
               set Employee-Index to 1
               search Employee-Entry
                   at end
                       move 0 to WS-Found-Employee-Idx
                   when Employee-Index > WS-Employee-Entries
                       move 0 to WS-Found-Employee-Idx
                   when EMP-Id(Employee-Index) = WS-Emp-Id-In
                       set WS-Found-Employee-Idx to Employee-Index
               end-search
           end-if.

       0710-Find-Employee-Exit.
           Exit.

       0720-Get-Manager-Approval.

      *    Voids, tax exemptions and menu/price/tax maintenance need
      *    a manager's ID and PIN keyed in at the time. The caller
      *    sets WS-Approval-Function; the approving manager comes
      *    back in WS-Approver-Id and every attempt is audited.
           move 'no'   to WS-Approval-Switch.
           move spaces to WS-Approver-Id.
           move spaces to WS-Emp-Id-In.
           move spaces to WS-Signon-Pin-In.

           Display 'Manager approval required for '
               function trim(WS-Approval-Function) '.'.
           Display 'Manager ID:'.
           Accept WS-Emp-Id-In.
           Display 'Manager PIN:'.
           Accept WS-Signon-Pin-In.

           Perform 0710-Find-Employee
              thru 0710-Find-Employee-Exit.

           if WS-Found-Employee-Idx > 0
               if EMP-Is-Manager(WS-Found-Employee-Idx)
               and EMP-Is-Active(WS-Found-Employee-Idx)
               and EMP-Pin(WS-Found-Employee-Idx) = WS-Signon-Pin-In
                   move EMP-Id(WS-Found-Employee-Idx)
                     to WS-Approver-Id
                   set Approval-Granted to true
               end-if
           end-if.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move spaces to WS-Audit-Log-Line.

           if Approval-Granted
               string WS-Order-Time          delimited by size
                      ',override,'            delimited by size
                      WS-Approval-Function    delimited by size
                      ','                     delimited by size
                      WS-Approver-Id          delimited by size
                      ',approved,'            delimited by size
                      WS-Cashier-Id           delimited by size
                      into WS-Audit-Log-Line
               end-string
           else
               Display 'Manager approval denied.'
               string WS-Order-Time          delimited by size
                      ',override,'            delimited by size
                      WS-Approval-Function    delimited by size
                      ','                     delimited by size
                      WS-Emp-Id-In            delimited by size
                      ',denied,'              delimited by size
                      WS-Cashier-Id           delimited by size
                      into WS-Audit-Log-Line
               end-string
           end-if.

           write Audit-Log-File-Record from WS-Audit-Log-Line.

       0720-Get-Manager-Approval-Exit.
           Exit.

       0750-Register-Terminal.

      *    registers.dat is how the day-close knows which

           move 0 to Menu-Item-Sub.
           move 0 to WS-Menu-Item-Line-Num.
           move 'no' to Menu-Item-File-EOF-Switch.

           if Menu-File-Available
               move low-values to MIF-Item-Name
               start Menu-Item-File key not less than MIF-Item-Name
                 invalid key set No-More-data to true
               end-start

               if not No-More-data
                   read Menu-Item-File next record into Menu-Item-Data
                     at end set No-More-data to true
                   end-read
               end-if

               perform until No-More-data
                          or Menu-Item-Sub not < Max-Menu-Item-Entries

                   add 1 to WS-Menu-Item-Line-Num

                   move spaces to WS-Menu-Load-Price-Text
                   move spaces to Item-Stock-In
                   move spaces to Item-Category-In
                   move spaces to WS-Menu-Load-Cost-Text

                   Unstring Menu-Item-Data
                     delimited by ","
                          Item-Active-In
                          Item-Stock-In
                          Item-Category-In
                          WS-Menu-Load-Cost-Text

                   compute WS-Menu-Load-Price-Test =
                           function test-numval(WS-Menu-Load-Price-Text)
                   or WS-Menu-Load-Price-Test not = 0
                       move WS-Menu-Item-Line-Num
                         to WS-Menu-Item-Line-Out
                       Display "Warning: skipping malformed record "
                           WS-Menu-Item-Line-Out " in cafeItems.dat"
                   else
                       add 1 to Menu-Item-Sub

                           move Item-Category-In
                             to Item-Category(Menu-Item-Sub)
                       end-if

      *                Unit food cost is the last field; lines saved
      *                before it was kept load with a zero cost.
                       compute WS-Menu-Load-Cost-Test =
                               function test-numval(
                                   WS-Menu-Load-Cost-Text)

                       if WS-Menu-Load-Cost-Text = spaces
                       or WS-Menu-Load-Cost-Test not = 0
                           move 0 to Item-Unit-Cost(Menu-Item-Sub)
                       else
                           compute Item-Unit-Cost(Menu-Item-Sub) =
                                   function numval(
                                       WS-Menu-Load-Cost-Text)
                       end-if
                   end-if

                   read Menu-Item-File next record into Menu-Item-Data
                     at end set No-More-data to true
                   end-read

               end-perform

               if not No-More-data
                   Display "Warning: cafeItems.dat holds more items"
                       " than a register can list; only the first 999"
                       " are shown."
               end-if
           end-if.

           move Menu-Item-Sub to Menu-Item-Entries.
       0500-Load-Menu-Items-Exit.
           Exit.

       0540-Open-Menu-File.

           move 'no' to WS-Menu-File-Avail-Switch.

           open i-o Menu-Item-File.

           if WS-Menu-Item-Status = '00'
               set Menu-File-Available to true
           else
               Display "Warning: cannot open cafeItems.dat (status "
                   WS-Menu-Item-Status
                   "); starting with no menu items."
           end-if.

       0540-Open-Menu-File-Exit.
           Exit.

       0100-Display-Greeting.
           Display " ".
           perform varying Greeting-Index
                   move WS-Checkpoint-Menu-Idx
                     to Order-Item-Menu-Idx(Number-Items-In-Order)
                   add CKP-Item-Price to Order-Total

                   Perform 0830-Restore-Checkpoint-Mods
                      thru 0830-Restore-Checkpoint-Mods-Exit
               else
                   move spaces to WS-Audit-Log-Line
                   string CKP-Item-Name delimited by size
       0810-Recover-Checkpoint-Order-Exit.
           Exit.

       0830-Restore-Checkpoint-Mods.

      *    Shared by checkpoint recovery and tab reload - the caller
      *    moves the saved modifier slots into CKP-Modifiers first.
           move 0 to Order-Mod-Count(Number-Items-In-Order).
           move 0 to Order-Mod-Charge(Number-Items-In-Order).

           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3

               move spaces
                 to Order-Mod-Code(Number-Items-In-Order, WS-Mod-Slot)
               move 0
                 to Order-Mod-Price(Number-Items-In-Order, WS-Mod-Slot)

               if CKP-Mod-Code(WS-Mod-Slot) not = spaces
                   add 1 to Order-Mod-Count(Number-Items-In-Order)
                   move CKP-Mod-Code(WS-Mod-Slot)
                     to Order-Mod-Code(Number-Items-In-Order,
                                       WS-Mod-Slot)
                   move CKP-Mod-Price(WS-Mod-Slot)
                     to Order-Mod-Price(Number-Items-In-Order,
                                        WS-Mod-Slot)
                   add CKP-Mod-Price(WS-Mod-Slot)
                     to Order-Mod-Charge(Number-Items-In-Order)
               end-if

           end-perform.

       0830-Restore-Checkpoint-Mods-Exit.
           Exit.

       0820-Find-Menu-Item-By-Name.

           move 0 to WS-Checkpoint-Menu-Idx.
                       perform varying Menu-Index from 1 by 1
                               until Menu-Index > Menu-Item-Entries
                           if Item-Name(Menu-Index) = PCH-Item-Name
                               set WS-Menu-Post-Idx to Menu-Index
                               Perform 1541-Lock-Menu-Item
                                  thru 1541-Lock-Menu-Item-Exit
                               if Menu-Item-Locked
                                   move PCH-New-Price
                                     to MIR-Item-Price
                                   Perform 1540-Save-Menu-Item
                                      thru 1540-Save-Menu-Item-Exit
                                   set PCH-Is-Applied to true
                                   add 1 to WS-Price-Applied-Count
                               end-if
                           end-if
                       end-perform

                   Perform 0910-Copy-Price-Work-Back
                      thru 0910-Copy-Price-Work-Back-Exit

                   move WS-Price-Applied-Count to WS-Price-Applied-Out
                   Display ' '
                   Display WS-Price-Applied-Out
       0960-Load-Tax-Rates-Exit.
           Exit.

       0970-Open-Loyalty-Master.

      *    Members are read and posted one record at a time against
      *    the keyed master, so every register sees the same points.
           move 'no' to WS-Loyalty-Avail-Switch.

           open i-o Loyalty-Master-File.

           if WS-Loyalty-Master-Status = '35'
               open output Loyalty-Master-File
               close Loyalty-Master-File
               open i-o Loyalty-Master-File
           end-if.

           if WS-Loyalty-Master-Status = '00'
               set Loyalty-File-Available to true
           else
               Display 'Warning: cannot open loyaltyMaster.dat'
                   ' (status ' WS-Loyalty-Master-Status
                   '); loyalty is off on this register.'
           end-if.

       0970-Open-Loyalty-Master-Exit.
           Exit.

       0980-Open-Gift-Cards.

           move 'no' to WS-Gift-File-Avail-Switch.

           open i-o Gift-Card-File.

           if WS-Gift-Card-Status = '35'
               open output Gift-Card-File
               close Gift-Card-File
               open i-o Gift-Card-File
           end-if.

           if WS-Gift-Card-Status = '00'
               set Gift-File-Available to true
           else
               Display 'Warning: cannot open giftCards.dat'
                   ' (status ' WS-Gift-Card-Status
                   '); gift cards are off on this register.'
           end-if.

       0980-Open-Gift-Cards-Exit.
           Exit.

       0985-Load-Modifiers.

           move 0    to WS-Modifier-Entries.
           move 'no' to WS-Modifier-Read-Switch.

           open input Modifier-File.

           if WS-Modifier-Status = '00'

               read Modifier-File into Modifier-File-Record
                 at end set No-More-Modifiers to true
               end-read

               perform until No-More-Modifiers
                          or WS-Modifier-Entries not < 50

                   move spaces to WS-Mod-Category-In
                   move spaces to WS-Mod-Code-In
                   move spaces to WS-Mod-Name-In
                   move spaces to WS-Mod-Charge-Text

                   Unstring Modifier-File-Record
                     delimited by ","
                     into WS-Mod-Category-In
                          WS-Mod-Code-In
                          WS-Mod-Name-In
                          WS-Mod-Charge-Text

                   compute WS-Mod-Charge-Test =
                           function test-numval(WS-Mod-Charge-Text)

      *            A zero up-charge is fine ("no onion") - only a
      *            missing or unreadable one is rejected.
                   if WS-Mod-Category-In = spaces
                   or WS-Mod-Code-In = spaces
                   or WS-Mod-Name-In = spaces
                   or WS-Mod-Charge-Text = spaces
                   or WS-Mod-Charge-Test not = 0
                       Display 'Warning: skipping malformed line in'
                           ' modifiers.csv'
                   else
                       add 1 to WS-Modifier-Entries
                       move WS-Mod-Category-In
                         to MOD-Category(WS-Modifier-Entries)
                       move WS-Mod-Code-In
                         to MOD-Code(WS-Modifier-Entries)
                       move WS-Mod-Name-In
                         to MOD-Name(WS-Modifier-Entries)
                       compute MOD-Charge(WS-Modifier-Entries) =
                               function numval(WS-Mod-Charge-Text)
                   end-if

                   read Modifier-File into Modifier-File-Record
                     at end set No-More-Modifiers to true
                   end-read

               end-perform

               close Modifier-File
           end-if.

       0985-Load-Modifiers-Exit.
           Exit.

       0990-Load-Employees.

           move 0    to WS-Employee-Entries.
           move 0    to WS-Menu-Item-Line-Num.
           move 'no' to WS-Employee-Read-Switch.

           open input Employee-File.

           if WS-Employee-Status not = '00'
               Display "Warning: cannot open employees.csv (status "
                   WS-Employee-Status ")."
           else
               read Employee-File
                 at end set No-More-Employees to true
               end-read

               perform until No-More-Employees
                          or WS-Employee-Entries not < 100

                   add 1 to WS-Menu-Item-Line-Num

                   move spaces to WS-Emp-Id-In
                   move spaces to WS-Emp-Name-In
                   move spaces to WS-Emp-Pin-In
                   move spaces to WS-Emp-Role-In
                   move 'Y'    to WS-Emp-Active-In

                   Unstring Employee-File-Record
                     delimited by ","
                     into WS-Emp-Id-In
                          WS-Emp-Name-In
                          WS-Emp-Pin-In
                          WS-Emp-Role-In
                          WS-Emp-Active-In

                   if WS-Emp-Id-In = spaces
                   or WS-Emp-Pin-In = spaces
                   or (WS-Emp-Role-In not = 'C'
                       and WS-Emp-Role-In not = 'S'
                       and WS-Emp-Role-In not = 'M')
                       move WS-Menu-Item-Line-Num
                         to WS-Menu-Item-Line-Out
                       Display "Warning: skipping malformed line "
                           WS-Menu-Item-Line-Out " in employees.csv"
                   else
                       add 1 to WS-Employee-Entries
                       move WS-Emp-Id-In
                         to EMP-Id(WS-Employee-Entries)
                       move WS-Emp-Name-In
                         to EMP-Name(WS-Employee-Entries)
                       move WS-Emp-Pin-In
                         to EMP-Pin(WS-Employee-Entries)
                       move WS-Emp-Role-In
                         to EMP-Role(WS-Employee-Entries)
                       if WS-Emp-Active-In = 'N'
                           move 'N' to EMP-Active(WS-Employee-Entries)
                       else
                           move 'Y' to EMP-Active(WS-Employee-Entries)
                       end-if
                   end-if

                   read Employee-File
                     at end set No-More-Employees to true
                   end-read

               end-perform

               close Employee-File
           end-if.

       0990-Load-Employees-Exit.
           Exit.

       1000-Process.

           Display " ".
           Display "O-Order  M-Maintain menu  V-Void/Refund".
           Display "R-Reprint receipt  G-Gift card sale".
           Display "B-Gift card balance  T-Tabs/open checks".
           Display "P-Time clock punch  C-Comp item".
           Display "A-Advance/catering orders  X-Exit".
           Accept WS-Main-Menu-Choice.

           evaluate true
               when WS-Main-Menu-Choice = 'T'
               or   WS-Main-Menu-Choice = 't'
                   Perform 1900-Open-Checks-Menu
                      thru 1900-Open-Checks-Menu-Exit

               when WS-Main-Menu-Choice = 'P'
               or   WS-Main-Menu-Choice = 'p'
                   Perform 2000-Time-Clock
                      thru 2000-Time-Clock-Exit

               when WS-Main-Menu-Choice = 'G'
               or   WS-Main-Menu-Choice = 'g'
                   Perform 1800-Sell-Gift-Card
                   Perform 1700-Reprint-Receipt
                      thru 1700-Reprint-Receipt-Exit

               when WS-Main-Menu-Choice = 'C'
               or   WS-Main-Menu-Choice = 'c'
                   Perform 1650-Comp-Item
                      thru 1650-Comp-Item-Exit

               when WS-Main-Menu-Choice = 'A'
               or   WS-Main-Menu-Choice = 'a'
                   Perform 2100-Advance-Orders-Menu
                      thru 2100-Advance-Orders-Menu-Exit

               when WS-Main-Menu-Choice = 'X'
               or   WS-Main-Menu-Choice = 'x'
                   Set End-Processing-Requested to True

       1100-Display-Menu.

      *    A fresh order picks up items, prices and stock other
      *    registers and maintenance have posted since the last one.
      *    A recovered order keeps the table its lines point into.
           if not Order-Was-Recovered
               Move 0 to Number-Items-In-Order
               Move 0 to Order-Total
               Perform 1120-Clear-Checkpoint
                  thru 1120-Clear-Checkpoint-Exit
               Perform 0500-Load-Menu-Items
                  thru 0500-Load-Menu-Items-Exit
           end-if.

           move 'No' to Order-Was-Recovered-Switch.
      *    Group the display by category regardless of table order -
      *    an item added through maintenance lands at the table end,
      *    so walking the table raw would split its category in two.
      *    A booking is made up on its pickup day, so an item sold
      *    out today is still offered for one.
           move 0 to Menu-Disp-Count.

           perform varying Menu-Index from 1 by 1
                   until Menu-Index > Menu-Item-Entries

               if Item-Is-Active(Menu-Index)
               or Booking-Advance-Order

                   move 'Y' to WS-New-Category-Switch

                   perform varying Menu-Scan-Sub from 1 by 1
                           until Menu-Scan-Sub = Menu-Index
                       if  (Item-Is-Active(Menu-Scan-Sub)
                            or Booking-Advance-Order)
                       and Item-Category(Menu-Scan-Sub)
                           = Item-Category(Menu-Index)
                           move 'N' to WS-New-Category-Switch
                   if WS-New-Category-Switch = 'Y'
                       perform varying Menu-Scan-Sub from 1 by 1
                               until Menu-Scan-Sub > Menu-Item-Entries
                           if  (Item-Is-Active(Menu-Scan-Sub)
                                or Booking-Advance-Order)
                           and Item-Category(Menu-Scan-Sub)
                               = Item-Category(Menu-Index)
                               add 1 to Menu-Disp-Count
           Display "Please enter the number of your choice or 0 to end".
           accept Customer-Choice.

      *    Stock and status are checked against the item on file -
      *    another register may have sold the last one. A booking
      *    only needs the item still to exist; it is made up on its
      *    pickup day, so one sold out today can still be booked.
           move 'no' to WS-Menu-Item-Gone-Switch.

           if  Customer-Choice is numeric
           and Customer-Choice not equal 0
           and Customer-Choice not greater than Menu-Item-Entries
               move Customer-Choice to WS-Menu-Post-Idx
               Perform 1546-Refresh-Menu-Item
                  thru 1546-Refresh-Menu-Item-Exit
           end-if.

           if  Customer-Choice is numeric
           and Customer-Choice not equal 0
           and Customer-Choice not greater than Menu-Item-Entries
           and (Item-Is-Active(Customer-Choice)
                or (Booking-Advance-Order and not Menu-Item-Gone))

      *        The stock test has to count what earlier lines of this
      *        order already rang for the same item, or the same item
                       Item-Stock-On-Hand(Customer-Choice)
                     - WS-Qty-Already-Ordered

      *        A booking is made up on its pickup day, not out of
      *        what is on the shelf today.
               if Booking-Advance-Order
                   move 99 to WS-Stock-Remaining
               end-if

               if WS-Stock-Remaining not greater than 0

                   Display "No stock left for "
                   Perform 1140-Get-Effective-Price
                      thru 1140-Get-Effective-Price-Exit

                   Perform 1180-Capture-Modifiers
                      thru 1180-Capture-Modifiers-Exit

      *            Happy hour comes off the item only - modifier
      *            up-charges are always rung at full price.
                   compute Order-Item-Price(Number-Items-In-Order) =
                           (WS-Effective-Unit-Price
                          + Order-Mod-Charge(Number-Items-In-Order))
                         * WS-Order-Quantity

                   add Order-Item-Price(Number-Items-In-Order)

           move 'N'    to WS-Tax-Exempt-Flag.
           move spaces to WS-Exempt-Cert.
           move spaces to WS-Exempt-Approver-Id.

           Display 'Tax exempt order? (Y/N):'.
           Accept WS-Exempt-Choice.
                   Display 'No certificate given; order stays'
                       ' taxable.'
               else
                   move 'tax exemption' to WS-Approval-Function
                   Perform 0720-Get-Manager-Approval
                      thru 0720-Get-Manager-Approval-Exit
               end-if

               if WS-Exempt-Cert not = spaces
               and not Approval-Granted
                   Display 'Exemption not approved; order stays'
                       ' taxable.'
                   move spaces to WS-Exempt-Cert
               end-if

               if WS-Exempt-Cert not = spaces
                   set Order-Is-Tax-Exempt to true
                   move WS-Approver-Id to WS-Exempt-Approver-Id

                   move spaces to WS-Receipt-Line
                   string 'Tax exempt - certificate '
       1170-Compute-Order-Tax-Exit.
           Exit.

       1180-Capture-Modifiers.

           move 0 to Order-Mod-Count(Number-Items-In-Order).
           move 0 to Order-Mod-Charge(Number-Items-In-Order).

           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3
               move spaces
                 to Order-Mod-Code(Number-Items-In-Order, WS-Mod-Slot)
               move 0
                 to Order-Mod-Price(Number-Items-In-Order, WS-Mod-Slot)
           end-perform.

           move 0 to WS-Mod-Pick-Count.

           perform varying Modifier-Index from 1 by 1
                   until Modifier-Index > WS-Modifier-Entries

               if MOD-Category(Modifier-Index)
                  = Item-Category(Customer-Choice)
               or MOD-Category(Modifier-Index) = '*'
                   add 1 to WS-Mod-Pick-Count
                   set Mod-Pick-Idx(WS-Mod-Pick-Count)
                    to Modifier-Index
               end-if

           end-perform.

           if WS-Mod-Pick-Count > 0

               Display 'Modifiers for '
                   function trim(Item-Name(Customer-Choice)) ':'

               perform varying WS-Mod-Sub from 1 by 1
                       until WS-Mod-Sub > WS-Mod-Pick-Count
                   move Mod-Pick-Idx(WS-Mod-Sub) to WS-Mod-Entry-Idx
                   move WS-Mod-Sub                to MML-Number
                   move MOD-Name(WS-Mod-Entry-Idx)   to MML-Name
                   move MOD-Charge(WS-Mod-Entry-Idx) to MML-Charge
                   Display Modifier-Menu-Line
               end-perform

               move 'no' to WS-Mod-Done-Switch

               perform until Modifiers-Done

                   Display 'Modifier number to add, or 0 when done:'
                   Accept WS-Mod-Choice

                   evaluate true
                       when WS-Mod-Choice not numeric
                       when WS-Mod-Choice = 0
                           set Modifiers-Done to true

                       when WS-Mod-Choice > WS-Mod-Pick-Count
                           Display 'No such modifier. Please re-enter.'

                       when other
                           move Mod-Pick-Idx(WS-Mod-Choice)
                             to WS-Mod-Entry-Idx
                           add 1
                            to Order-Mod-Count(Number-Items-In-Order)
                           move Order-Mod-Count(Number-Items-In-Order)
                             to WS-Mod-Slot
                           move MOD-Code(WS-Mod-Entry-Idx)
                             to Order-Mod-Code(Number-Items-In-Order,
                                               WS-Mod-Slot)
                           move MOD-Charge(WS-Mod-Entry-Idx)
                             to Order-Mod-Price(Number-Items-In-Order,
                                                WS-Mod-Slot)
                           add MOD-Charge(WS-Mod-Entry-Idx)
                             to Order-Mod-Charge(Number-Items-In-Order)
                           Display '  + ' MOD-Name(WS-Mod-Entry-Idx)

                           if WS-Mod-Slot not < 3
                               Display 'That is the most modifiers one'
                                   ' line can carry.'
                               set Modifiers-Done to true
                           end-if
                   end-evaluate

               end-perform

           end-if.

       1180-Capture-Modifiers-Exit.
           Exit.

       1185-Find-Modifier-Name.

      *    Names come from the current modifier file; a code since
      *    dropped from the file still prints, as the bare code.
           move WS-Mod-Lookup-Code to WS-Mod-Lookup-Name.

           perform varying Modifier-Index from 1 by 1
                   until Modifier-Index > WS-Modifier-Entries

               if MOD-Code(Modifier-Index) = WS-Mod-Lookup-Code
                   move MOD-Name(Modifier-Index) to WS-Mod-Lookup-Name
               end-if

           end-perform.

       1185-Find-Modifier-Name-Exit.
           Exit.

       1140-Get-Effective-Price.

           move Item-Price(Customer-Choice) to WS-Effective-Unit-Price.

      *    An advance order is quoted at list price - the happy hour
      *    running while it is booked has nothing to do with it.
           if  WS-Price-Rule-Entries > 0
           and not Booking-Advance-Order

               Move function current-date to WS-Current-Timestamp

           move Order-Item-Price(Number-Items-In-Order)
             to CKP-Item-Price.

           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3
               move Order-Mod-Code(Number-Items-In-Order, WS-Mod-Slot)
                 to CKP-Mod-Code(WS-Mod-Slot)
               move Order-Mod-Price(Number-Items-In-Order, WS-Mod-Slot)
                 to CKP-Mod-Price(WS-Mod-Slot)
           end-perform.

           open extend Checkpoint-File.

           if WS-Checkpoint-Status not = '00'

           move 0 to WS-Promo-Discount.
           call 'get-random-percent' using WS-Promo-Roll.
      *    A booked order was quoted when it was taken, so it does
      *    not go into the promo draw at pickup.
           if  WS-Promo-Roll not greater than 10
           and not Picking-Up-Advance-Order
               compute WS-Promo-Discount rounded =
                       Order-Total * WS-Promo-Discount-Pct
           end-if.

             Move Order-Item-Qty(Order-Sub)    to Order-Item-Qty-Out
             Move Order-Item(Order-Sub)       to Order-Item-Out
             compute Order-Item-Price-Out =
                     Order-Item-Price(Order-Sub)
                   - Order-Mod-Charge(Order-Sub)
                   * Order-Item-Qty(Order-Sub)
             display Order-Item-Out-Line
             write Receipt-File-Record from Order-Item-Out-Line

             Perform 1225-Print-Line-Modifiers
                thru 1225-Print-Line-Modifiers-Exit

             Perform 1220-Add-Category-Subtotal
                thru 1220-Add-Category-Subtotal-Exit
           end-perform.

           move 0      to WS-Gift-Applied-Total.
           move spaces to WS-Gift-Card-Trans-No.
           move spaces to WS-Card-Auth-Code.
           move spaces to WS-Card-Last-Four.

           move 0 to WS-Guest-Count.

           if  Number-Items-In-Order > 1
           and WS-Deposit-Applied = 0
               Display 'Split this check across multiple guests?'
               Display '(Yes/No):'
               Accept WS-Split-Choice
             move WS-Terminal-Id to OTR-Terminal-Id
             move WS-Tax-Exempt-Flag to OTR-Tax-Exempt
             move WS-Exempt-Cert to OTR-Exempt-Cert
             move WS-Exempt-Approver-Id to OTR-Approver-Id
             move WS-Card-Auth-Code to OTR-Card-Auth-Code
             move WS-Card-Last-Four to OTR-Card-Last-Four

             perform varying WS-Mod-Slot from 1 by 1
                     until WS-Mod-Slot > 3
                 move Order-Mod-Code(Order-Sub, WS-Mod-Slot)
                   to OTR-Modifier-Code(WS-Mod-Slot)
                 move Order-Mod-Price(Order-Sub, WS-Mod-Slot)
                   to OTR-Modifier-Price(WS-Mod-Slot)
             end-perform

             write Order-Trans-File-Record from Order-Trans-Record

             move Order-Sub to WS-Idx-Line-No
             Perform 1240-Write-Trans-Index
                thru 1240-Write-Trans-Index-Exit

             move Order-Item-Menu-Idx(Order-Sub) to WS-Menu-Post-Idx
             move Order-Item-Qty(Order-Sub)      to WS-Stock-Taken
             Perform 1545-Post-Stock-Change
                thru 1545-Post-Stock-Change-Exit
           end-perform.

           if WS-Promo-Discount > 0
               move WS-Terminal-Id    to OTR-Terminal-Id
               move WS-Tax-Exempt-Flag to OTR-Tax-Exempt
               move WS-Exempt-Cert    to OTR-Exempt-Cert
               move WS-Exempt-Approver-Id
                                      to OTR-Approver-Id
               move WS-Card-Auth-Code to OTR-Card-Auth-Code
               move WS-Card-Last-Four to OTR-Card-Last-Four
               Perform 1245-Clear-Trans-Modifiers
                  thru 1245-Clear-Trans-Modifiers-Exit
               write Order-Trans-File-Record from Order-Trans-Record

               compute WS-Idx-Line-No = Number-Items-In-Order + 1
               move WS-Terminal-Id    to OTR-Terminal-Id
               move WS-Tax-Exempt-Flag to OTR-Tax-Exempt
               move WS-Exempt-Cert    to OTR-Exempt-Cert
               move WS-Exempt-Approver-Id
                                      to OTR-Approver-Id
               move WS-Card-Auth-Code to OTR-Card-Auth-Code
               move WS-Card-Last-Four to OTR-Card-Last-Four
               Perform 1245-Clear-Trans-Modifiers
                  thru 1245-Clear-Trans-Modifiers-Exit
               write Order-Trans-File-Record from Order-Trans-Record

               compute WS-Idx-Line-No = Number-Items-In-Order + 2
               move WS-Terminal-Id    to OTR-Terminal-Id
               move WS-Tax-Exempt-Flag to OTR-Tax-Exempt
               move WS-Exempt-Cert    to OTR-Exempt-Cert
               move WS-Exempt-Approver-Id
                                      to OTR-Approver-Id
               move WS-Card-Auth-Code to OTR-Card-Auth-Code
               move WS-Card-Last-Four to OTR-Card-Last-Four
               Perform 1245-Clear-Trans-Modifiers
                  thru 1245-Clear-Trans-Modifiers-Exit
               write Order-Trans-File-Record from Order-Trans-Record

               compute WS-Idx-Line-No = Number-Items-In-Order + 3
                  thru 1240-Write-Trans-Index-Exit
           end-if.

      *    The deposit taken at booking comes back off the order on
      *    its own line, the way a gift card redemption does - the
      *    items still ring as sales, the deposit liability clears.
           if WS-Deposit-Applied > 0
               Move WS-Order-Time     to OTR-Order-Time
               Move WS-Order-Sequence to OTR-Order-Seq
               Move Order-Tax         to OTR-Order-Tax
               move 'Deposit Applied' to OTR-Item-Name
               move 0                 to OTR-Quantity
               compute OTR-Item-Price = 0 - WS-Deposit-Applied
               set OTR-Is-Sale to true
               move 0      to OTR-Ref-Order-Seq
               move WS-Adv-Reference  to OTR-Void-Reason
               move WS-Cashier-Id     to OTR-Cashier-Id
               move WS-Payment-Type   to OTR-Payment-Type
               move OTR-Item-Price    to OTR-Tendered-Amount
               move 'Deposit'         to OTR-Category
               move WS-Loyalty-Trans-Id to OTR-Loyalty-Id
               move WS-Gift-Card-Trans-No to OTR-Gift-Card-No
               move WS-Terminal-Id    to OTR-Terminal-Id
               move WS-Tax-Exempt-Flag to OTR-Tax-Exempt
               move WS-Exempt-Cert    to OTR-Exempt-Cert
               move WS-Exempt-Approver-Id
                                      to OTR-Approver-Id
               move WS-Card-Auth-Code to OTR-Card-Auth-Code
               move WS-Card-Last-Four to OTR-Card-Last-Four
               Perform 1245-Clear-Trans-Modifiers
                  thru 1245-Clear-Trans-Modifiers-Exit
               write Order-Trans-File-Record from Order-Trans-Record

               compute WS-Idx-Line-No = Number-Items-In-Order + 4
               Perform 1240-Write-Trans-Index
                  thru 1240-Write-Trans-Index-Exit
           end-if.

           if Loyalty-Member-Found
               Perform 1285-Post-Loyalty-Points
                  thru 1285-Post-Loyalty-Points-Exit
           end-if.

      *    A booked order was made up off the production list
      *    ahead of pickup - the stations do not need it again.
           if not Picking-Up-Advance-Order
               Perform 1230-Write-Kitchen-Tickets
                  thru 1230-Write-Kitchen-Tickets-Exit
           end-if.

           Perform 1260-Save-Order-Sequence
              thru 1260-Save-Order-Sequence-Exit.
       1200-Process-Order-Exit.
           Exit.

       1225-Print-Line-Modifiers.

           perform varying WS-Mod-Sub from 1 by 1
                   until WS-Mod-Sub > Order-Mod-Count(Order-Sub)

               move Order-Mod-Code(Order-Sub, WS-Mod-Sub)
                 to WS-Mod-Lookup-Code
               Perform 1185-Find-Modifier-Name
                  thru 1185-Find-Modifier-Name-Exit

               move WS-Mod-Lookup-Name to MOL-Name
               compute MOL-Price =
                       Order-Mod-Price(Order-Sub, WS-Mod-Sub)
                     * Order-Item-Qty(Order-Sub)
               Display Modifier-Out-Line
               write Receipt-File-Record from Modifier-Out-Line

           end-perform.

       1225-Print-Line-Modifiers-Exit.
           Exit.

       1245-Clear-Trans-Modifiers.

           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3
               move spaces to OTR-Modifier-Code(WS-Mod-Slot)
               move 0      to OTR-Modifier-Price(WS-Mod-Slot)
           end-perform.

       1245-Clear-Trans-Modifiers-Exit.
           Exit.

       1230-Write-Kitchen-Tickets.

           open extend Ticket-Barista-File.
      *        apart - same rule as voids and reprints.
               move WS-Terminal-Id to KTR-Terminal-Id

      *        The station sees the modifiers by name on the same
      *        ticket line as the item they change.
               move spaces to KTR-Modifier-Text
               move 1      to WS-Mod-Ticket-Ptr

               perform varying WS-Mod-Sub from 1 by 1
                       until WS-Mod-Sub > Order-Mod-Count(Order-Sub)

                   move Order-Mod-Code(Order-Sub, WS-Mod-Sub)
                     to WS-Mod-Lookup-Code
                   Perform 1185-Find-Modifier-Name
                      thru 1185-Find-Modifier-Name-Exit

                   if WS-Mod-Sub > 1
                       string ', ' delimited by size
                              into KTR-Modifier-Text
                              with pointer WS-Mod-Ticket-Ptr
                       end-string
                   end-if

                   string function trim(WS-Mod-Lookup-Name)
                                  delimited by size
                          into KTR-Modifier-Text
                          with pointer WS-Mod-Ticket-Ptr
                   end-string

               end-perform

      *        Route each line to its prep station by category -
      *        Beverages go to the barista, Bakery to the counter,
      *        everything else (Specials included) to the kitchen.

       1280-Capture-Loyalty.

           move 'N'    to WS-Loyalty-Member-Switch.
           move 0      to WS-Loyalty-Discount.
           move 0      to WS-Points-To-Redeem.
           move spaces to WS-Loyalty-Trans-Id.
           move spaces to WS-Loyalty-Id-In.

           if Loyalty-File-Available
               Display ' '
               Display 'Loyalty number (blank if none):'
               Accept WS-Loyalty-Id-In
           end-if.

           if WS-Loyalty-Id-In not = spaces

               move WS-Loyalty-Id-In to LMF-Member-Id
               read Loyalty-Master-File into Loyalty-Master-Record
                 invalid key continue
               end-read

               evaluate WS-Loyalty-Master-Status
                   when '00'
                       set Loyalty-Member-Found to true
                   when '23'
                       Perform 1281-Enroll-Loyalty-Member
                          thru 1281-Enroll-Loyalty-Member-Exit
                   when other
                       Display 'Loyalty lookup failed (status '
                           WS-Loyalty-Master-Status
                           '); no points on this order.'
               end-evaluate

               if Loyalty-Member-Found
                   move WS-Loyalty-Id-In to WS-Loyalty-Trans-Id
                   Display 'Welcome back, ' LMR-Member-Name

                   Perform 1282-Offer-Redemption
                      thru 1282-Offer-Redemption-Exit
       1280-Capture-Loyalty-Exit.
           Exit.

       1281-Enroll-Loyalty-Member.

           Display 'Not an enrolled member.'.
           Display 'Enroll this number now? (Y/N):'.
           Accept WS-Loyalty-Enroll-Choice.

           if WS-Loyalty-Enroll-Yes
               Display 'Member name:'
               Accept WS-Loyalty-Name-In

               move WS-Loyalty-Id-In   to LMR-Member-Id
               move WS-Loyalty-Name-In to LMR-Member-Name
               move 0                  to LMR-Points

               write Loyalty-Master-File-Record
                 from Loyalty-Master-Record
                 invalid key continue
               end-write

      *        A duplicate key means another register enrolled the
      *        same number a moment ago - use that member.
               evaluate WS-Loyalty-Master-Status
                   when '00'
                       set Loyalty-Member-Found to true
                       Display 'Member enrolled.'
                   when '22'
                       move WS-Loyalty-Id-In to LMF-Member-Id
                       read Loyalty-Master-File
                         into Loyalty-Master-Record
                         invalid key continue
                       end-read
                       if WS-Loyalty-Master-Status = '00'
                           set Loyalty-Member-Found to true
                       end-if
                   when other
                       Display 'Warning: cannot add to loyaltyMaster'
                           '.dat (status ' WS-Loyalty-Master-Status
                           '); member not enrolled.'
               end-evaluate
           end-if.

       1281-Enroll-Loyalty-Member-Exit.
           Exit.

       1282-Offer-Redemption.

           if LMR-Points not < 100

               move LMR-Points to WS-Points-Out
               Display 'Points available: ' WS-Points-Out
                   '  (100 points = $1.00 off)'
               Display 'Points to redeem (0 for none):'
               end-if
           end-if.

      *    The balance shown above is only the lookup's. Redeemed
      *    points come off the member's record under its lock, before
      *    any more input is taken, the way a gift card is spent - so
      *    two registers cannot redeem the same points.
           if WS-Points-To-Redeem > 0
               Perform 1291-Lock-Loyalty-Member
                  thru 1291-Lock-Loyalty-Member-Exit
               if not Loyalty-Member-Locked
                   move 0 to WS-Points-To-Redeem
                   Display 'No points redeemed on this order.'
               end-if
           end-if.

           if WS-Points-To-Redeem > 0

               if WS-Points-To-Redeem > LMR-Points
                   move LMR-Points to WS-Points-To-Redeem
               end-if

      *        Never let the redemption exceed what is owed - points
                   move WS-Max-Redeem-Points to WS-Points-To-Redeem
               end-if

               if WS-Points-To-Redeem < 0
                   move 0 to WS-Points-To-Redeem
               end-if

               subtract WS-Points-To-Redeem from LMR-Points

               Perform 1290-Save-Loyalty-Master
                  thru 1290-Save-Loyalty-Master-Exit

               if WS-Loyalty-Save-Status not = '00'
                   move 0 to WS-Points-To-Redeem
                   Display 'No points redeemed on this order.'
               end-if
           end-if.

           if WS-Points-To-Redeem > 0

               compute WS-Loyalty-Discount =
                       WS-Points-To-Redeem / 100


           move Order-Grand-Total to WS-Points-Earned.

      *    Post against the balance on file, not the one read at
      *    lookup - another register may have posted to the same
      *    member while this order was being rung. Points redeemed
      *    on the order already came off in 1282.
           Perform 1291-Lock-Loyalty-Member
              thru 1291-Lock-Loyalty-Member-Exit.

           if Loyalty-Member-Locked
               add WS-Points-Earned to LMR-Points

               Perform 1290-Save-Loyalty-Master
                  thru 1290-Save-Loyalty-Master-Exit

               if WS-Loyalty-Save-Status not = '00'
                   move 0 to WS-Points-Earned
               end-if
           else
               move 0 to WS-Points-Earned
           end-if.

           if  WS-Points-Earned    > 0
           or  WS-Points-To-Redeem > 0

               move WS-Order-Time        to LAC-Timestamp
               move WS-Loyalty-Trans-Id  to LAC-Member-Id
               move WS-Order-Sequence    to LAC-Order-Seq
               move WS-Points-Earned     to LAC-Points-Earned
               move WS-Points-To-Redeem  to LAC-Points-Redeemed
               move WS-Loyalty-Discount  to LAC-Redeemed-Value

               open extend Loyalty-Activity-File

               if WS-Loyalty-Activity-Status not = '00'
                   open output Loyalty-Activity-File
               end-if

               write Loyalty-Activity-File-Record
                 from Loyalty-Activity-Record

               close Loyalty-Activity-File

               move WS-Points-Earned to WS-Points-Out
               move LMR-Points       to WS-Points-Balance-Out
               Display 'Points earned: ' WS-Points-Out
                   '  New balance: ' WS-Points-Balance-Out
           end-if.

       1285-Post-Loyalty-Points-Exit.
           Exit.

       1290-Save-Loyalty-Master.

           rewrite Loyalty-Master-File-Record
             from Loyalty-Master-Record
             invalid key continue
           end-rewrite.

           move WS-Loyalty-Master-Status to WS-Loyalty-Save-Status.

           if WS-Loyalty-Master-Status not = '00'
               Display 'Warning: loyaltyMaster.dat update failed'
                   ' (status ' WS-Loyalty-Master-Status
                   ') for member ' LMR-Member-Id
           end-if.

           unlock Loyalty-Master-File.

       1290-Save-Loyalty-Master-Exit.
           Exit.

       1291-Lock-Loyalty-Member.

      *    The lock is only ever held from this read to the rewrite,
      *    so a busy member frees up in a moment. The order is
      *    already paid, so the points wait for it rather than being
      *    dropped.
           move 'N' to WS-Loyalty-Lock-Switch.

           perform until Loyalty-Member-Locked
                      or Loyalty-Lock-Given-Up

               move WS-Loyalty-Trans-Id to LMF-Member-Id
               read Loyalty-Master-File into Loyalty-Master-Record
                 with lock
                 invalid key continue
               end-read

               evaluate WS-Loyalty-Master-Status
                   when '00'
                       set Loyalty-Member-Locked to true
                   when '51'
                       Display 'Member ' WS-Loyalty-Trans-Id
                           ' is being updated on another register.'
                       Display 'Press Enter to try again.'
                       Accept WS-Lock-Retry-Response
                   when other
                       Display 'Warning: cannot read loyaltyMaster'
                           '.dat (status ' WS-Loyalty-Master-Status
                           '); points not posted for '
                           WS-Loyalty-Trans-Id
                       set Loyalty-Lock-Given-Up to true
               end-evaluate

           end-perform.

       1291-Lock-Loyalty-Member-Exit.
           Exit.

       1260-Save-Order-Sequence.
                       Display 'Enter reason code (15 chars max):'
                       Accept WS-Void-Reason

                       move 'void/refund' to WS-Approval-Function
                       Perform 0720-Get-Manager-Approval
                          thru 0720-Get-Manager-Approval-Exit

                       if Approval-Granted
                           move WS-Approver-Id to WS-Void-Approver-Id
                           Perform 1630-Write-Void-Records
                              thru 1630-Write-Void-Records-Exit
                       else
                           Display 'Void cancelled.'
                       end-if
                   else
                       Display 'Invalid line selection; void cancelled.'
                   end-if
                 to VL-Category(WS-Void-Line-Count)
               move OTR-Payment-Type
                 to VL-Payment-Type(WS-Void-Line-Count)
               move OTR-Card-Auth-Code
                 to VL-Card-Auth-Code(WS-Void-Line-Count)
               move OTR-Card-Last-Four
                 to VL-Card-Last-Four(WS-Void-Line-Count)

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   if OTR-Modifier-Code(WS-Mod-Slot) = spaces
                       move spaces
                         to VL-Mod-Code(WS-Void-Line-Count, WS-Mod-Slot)
                       move 0
                         to VL-Mod-Price(WS-Void-Line-Count,
                                         WS-Mod-Slot)
                   else
                       move OTR-Modifier-Code(WS-Mod-Slot)
                         to VL-Mod-Code(WS-Void-Line-Count, WS-Mod-Slot)
                       move OTR-Modifier-Price(WS-Mod-Slot)
                         to VL-Mod-Price(WS-Void-Line-Count,
                                         WS-Mod-Slot)
                   end-if
               end-perform
      *        Exemption is order-level - carry it so the void does
      *        not refund tax an exempt order never paid.
               move OTR-Tax-Exempt
               move VL-Item-Price(Void-Index)     to VLD-Price
               Display WS-Void-Line-Display

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   if VL-Mod-Code(Void-Index, WS-Mod-Slot) not = spaces
                       move VL-Mod-Code(Void-Index, WS-Mod-Slot)
                         to WS-Mod-Lookup-Code
                       Perform 1185-Find-Modifier-Name
                          thru 1185-Find-Modifier-Name-Exit
                       Display '        + ' WS-Mod-Lookup-Name
                   end-if
               end-perform

           end-perform.

           Display WS-Separator-Line.
                       move WS-Void-Tax-Exempt to OTR-Tax-Exempt
                       move WS-Void-Exempt-Cert
                         to OTR-Exempt-Cert
                       move WS-Void-Approver-Id
                         to OTR-Approver-Id
                       move VL-Card-Auth-Code(Void-Index)
                         to OTR-Card-Auth-Code
                       move VL-Card-Last-Four(Void-Index)
                         to OTR-Card-Last-Four

      *                The voided line keeps its modifiers at their
      *                unit prices; the negative quantity reverses
      *                the modifier counts the same as the item's.
                       perform varying WS-Mod-Slot from 1 by 1
                               until WS-Mod-Slot > 3
                           move VL-Mod-Code(Void-Index, WS-Mod-Slot)
                             to OTR-Modifier-Code(WS-Mod-Slot)
                           move VL-Mod-Price(Void-Index, WS-Mod-Slot)
                             to OTR-Modifier-Price(WS-Mod-Slot)
                       end-perform

                       write Order-Trans-File-Record
                         from Order-Trans-Record
                              VL-Item-Name(Void-Index) delimited by size
                              ','                      delimited by size
                              WS-Void-Reason           delimited by size
                              ','                      delimited by size
                              WS-Void-Approver-Id      delimited by size
                              into WS-Audit-Log-Line
                       end-string
                       write Audit-Log-File-Record
       1630-Write-Void-Records-Exit.
           Exit.

       1650-Comp-Item.

      *    A comp is keyed like a one-line order so it takes the
      *    stock and reaches the prep station, but it is written as
      *    its own type 'C' line carrying the retail value given
      *    away - no tax, no tender, no revenue.
           move 'yes' to WS-Comp-Entry-Switch.

           Perform 0500-Load-Menu-Items
              thru 0500-Load-Menu-Items-Exit.

           Display ' '.
           Display 'Comp Item'.
           Display WS-Separator-Line.

           perform varying Menu-Index from 1 by 1
                   until Menu-Index > Menu-Item-Entries
               if Item-Is-Active(Menu-Index)
                   move Menu-Index to WS-Maint-Item-Num-Edited
                   move Item-Price(Menu-Index)
                     to WS-Maint-Price-Display
                   move Item-Stock-On-Hand(Menu-Index)
                     to WS-Maint-Stock-Display
                   Display WS-Maint-Item-Num-Edited '. '
                           Item-Name(Menu-Index) ' '
                           WS-Maint-Price-Display ' Stock: '
                           WS-Maint-Stock-Display
               end-if
           end-perform.

           Display 'Enter item number to comp (0 to cancel):'.
           Accept WS-Comp-Item-Num.

           if  WS-Comp-Item-Num is numeric
           and WS-Comp-Item-Num not equal 0
           and WS-Comp-Item-Num not greater than Menu-Item-Entries
               move WS-Comp-Item-Num to WS-Menu-Post-Idx
               Perform 1546-Refresh-Menu-Item
                  thru 1546-Refresh-Menu-Item-Exit
           end-if.

           if  WS-Comp-Item-Num is numeric
           and WS-Comp-Item-Num not equal 0
           and WS-Comp-Item-Num not greater than Menu-Item-Entries
           and Item-Is-Active(WS-Comp-Item-Num)
               continue
           else
               Display 'Comp cancelled.'
               move 'no' to WS-Comp-Entry-Switch
           end-if.

           if Comp-Entry-Ok
               Display 'Enter quantity:'
               Accept WS-Comp-Qty-Text
               compute WS-Comp-Qty-Test =
                       function test-numval(WS-Comp-Qty-Text)
               if WS-Comp-Qty-Test not = 0
               or WS-Comp-Qty-Text = spaces
                   Display 'Quantity must be a valid number.'
                   move 'no' to WS-Comp-Entry-Switch
               else
                   compute WS-Comp-Qty =
                           function numval(WS-Comp-Qty-Text)
                   if WS-Comp-Qty not greater than 0
                   or WS-Comp-Qty greater than
                      Item-Stock-On-Hand(WS-Comp-Item-Num)
                       Display 'Quantity must be between 1 and the '
                               'stock on hand.'
                       move 'no' to WS-Comp-Entry-Switch
                   end-if
               end-if
           end-if.

           if Comp-Entry-Ok
               perform varying WS-Comp-Reason-Sub from 1 by 1
                       until WS-Comp-Reason-Sub > Comp-Reason-Entries
                   move WS-Comp-Reason-Sub to WS-Comp-Reason-Edited
                   Display WS-Comp-Reason-Edited '. '
                           Comp-Reason(WS-Comp-Reason-Sub)
               end-perform
               Display 'Enter reason number:'
               Accept WS-Comp-Reason-Num
               if  WS-Comp-Reason-Num is numeric
               and WS-Comp-Reason-Num not equal 0
               and WS-Comp-Reason-Num not greater than
                   Comp-Reason-Entries
                   continue
               else
                   Display 'Invalid reason; comp cancelled.'
                   move 'no' to WS-Comp-Entry-Switch
               end-if
           end-if.

           if Comp-Entry-Ok
               move 'comp' to WS-Approval-Function
               Perform 0720-Get-Manager-Approval
                  thru 0720-Get-Manager-Approval-Exit
               if Approval-Granted
                   Perform 1660-Write-Comp-Record
                      thru 1660-Write-Comp-Record-Exit
               else
                   Display 'Comp cancelled.'
               end-if
           end-if.

       1650-Comp-Item-Exit.
           Exit.

       1660-Write-Comp-Record.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           add 1 to WS-Order-Sequence.

           move WS-Order-Time                 to OTR-Order-Time.
           move WS-Order-Sequence             to OTR-Order-Seq.
           move 0                             to OTR-Order-Tax.
           move Item-Name(WS-Comp-Item-Num)   to OTR-Item-Name.
           move WS-Comp-Qty                   to OTR-Quantity.
           compute OTR-Item-Price =
                   Item-Price(WS-Comp-Item-Num) * WS-Comp-Qty.
           set OTR-Is-Comp                    to true.
           move 0                             to OTR-Ref-Order-Seq.
           move Comp-Reason(WS-Comp-Reason-Num) to OTR-Void-Reason.
           move WS-Cashier-Id                 to OTR-Cashier-Id.
           move spaces                        to OTR-Payment-Type.
           move 0                             to OTR-Tendered-Amount.
           move Item-Category(WS-Comp-Item-Num) to OTR-Category.
           move spaces                        to OTR-Loyalty-Id.
           move spaces                        to OTR-Gift-Card-No.
           move WS-Terminal-Id                to OTR-Terminal-Id.
           move 'N'                           to OTR-Tax-Exempt.
           move spaces                        to OTR-Exempt-Cert.
           move WS-Approver-Id                to OTR-Approver-Id.
           move spaces                        to OTR-Card-Auth-Code.
           move spaces                        to OTR-Card-Last-Four.
           Perform 1245-Clear-Trans-Modifiers
              thru 1245-Clear-Trans-Modifiers-Exit.

           write Order-Trans-File-Record from Order-Trans-Record.

           move 1 to WS-Idx-Line-No.
           Perform 1240-Write-Trans-Index
              thru 1240-Write-Trans-Index-Exit.

           move spaces to WS-Audit-Log-Line.
           string WS-Order-Time                 delimited by size
                  ',comp,'                       delimited by size
                  WS-Order-Sequence              delimited by size
                  ','                            delimited by size
                  Item-Name(WS-Comp-Item-Num)    delimited by size
                  ','                            delimited by size
                  Comp-Reason(WS-Comp-Reason-Num) delimited by size
                  ','                            delimited by size
                  WS-Approver-Id                 delimited by size
                  into WS-Audit-Log-Line
           end-string.
           write Audit-Log-File-Record from WS-Audit-Log-Line.

           move WS-Comp-Item-Num to WS-Menu-Post-Idx.
           move WS-Comp-Qty      to WS-Stock-Taken.
           Perform 1545-Post-Stock-Change
              thru 1545-Post-Stock-Change-Exit.

           Perform 1670-Write-Comp-Ticket
              thru 1670-Write-Comp-Ticket-Exit.

           Perform 1260-Save-Order-Sequence
              thru 1260-Save-Order-Sequence-Exit.

           Display 'Comp recorded as order ' WS-Order-Sequence '.'.

       1660-Write-Comp-Record-Exit.
           Exit.

       1670-Write-Comp-Ticket.

      *    The comped item still has to be made - same station
      *    routing as 1230, flagged so the station knows not to
      *    look for a paid order.
           move WS-Order-Time                 to KTR-Order-Time.
           move WS-Order-Sequence             to KTR-Order-Seq.
           move Item-Name(WS-Comp-Item-Num)   to KTR-Item-Name.
           move WS-Comp-Qty                   to KTR-Quantity.
           set  KTR-Is-New                    to true.
           move spaces                        to KTR-Start-Time.
           move spaces                        to KTR-Done-Time.
           move WS-Terminal-Id                to KTR-Terminal-Id.
           move 'COMP'                        to KTR-Modifier-Text.

           evaluate Item-Category(WS-Comp-Item-Num)
               when 'Beverages'
                   open extend Ticket-Barista-File
                   if WS-Ticket-Barista-Status not = '00'
                       open output Ticket-Barista-File
                   end-if
                   write Ticket-Barista-Record
                     from Kitchen-Ticket-Record
                   close Ticket-Barista-File
               when 'Bakery'
                   open extend Ticket-Counter-File
                   if WS-Ticket-Counter-Status not = '00'
                       open output Ticket-Counter-File
                   end-if
                   write Ticket-Counter-Record
                     from Kitchen-Ticket-Record
                   close Ticket-Counter-File
               when other
                   open extend Ticket-Kitchen-File
                   if WS-Ticket-Kitchen-Status not = '00'
                       open output Ticket-Kitchen-File
                   end-if
                   write Ticket-Kitchen-Record
                     from Kitchen-Ticket-Record
                   close Ticket-Kitchen-File
           end-evaluate.

       1670-Write-Comp-Ticket-Exit.
           Exit.

       1700-Reprint-Receipt.

           Display ' '.
           Display 'Enter order number to reprint:'.
           Accept WS-Reprint-Order-Seq.

           close Order-Trans-File.

           Perform 1710-Load-Order-For-Reprint
              thru 1710-Load-Order-For-Reprint-Exit.

           if WS-Reprint-Line-Count = 0
               Display 'Not found in the live transaction file.'
               Display 'Search a monthly archive? (Y/N):'
               Accept WS-Archive-Choice

               if WS-Archive-Yes
                   Perform 1740-Scan-Archive-For-Reprint
                      thru 1740-Scan-Archive-For-Reprint-Exit
               end-if
           end-if.

           if WS-Reprint-Line-Count = 0
               Display 'No sale lines found for that order number.'
           else
               Perform 1720-Print-Reprint-Receipt
                  thru 1720-Print-Reprint-Receipt-Exit

               Display 'Receipt reprinted to Receipt-File.'
           end-if.

           open extend Order-Trans-File.
                 to RL-Item-Price(WS-Reprint-Line-Count)
               move OTR-Category
                 to RL-Category(WS-Reprint-Line-Count)

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   if OTR-Modifier-Code(WS-Mod-Slot) = spaces
                       move spaces
                         to RL-Mod-Code(WS-Reprint-Line-Count,
                                        WS-Mod-Slot)
                       move 0
                         to RL-Mod-Price(WS-Reprint-Line-Count,
                                         WS-Mod-Slot)
                   else
                       move OTR-Modifier-Code(WS-Mod-Slot)
                         to RL-Mod-Code(WS-Reprint-Line-Count,
                                        WS-Mod-Slot)
                       move OTR-Modifier-Price(WS-Mod-Slot)
                         to RL-Mod-Price(WS-Reprint-Line-Count,
                                         WS-Mod-Slot)
                   end-if
               end-perform
               move OTR-Order-Time to WS-Reprint-Order-Time
               move OTR-Order-Tax  to WS-Reprint-Order-Tax
           end-if.
               else
                   move RL-Quantity(Reprint-Index)   to RIO-Qty
                   move RL-Item-Name(Reprint-Index)  to RIO-Item-Name

      *            The item prints at its own price with each
      *            modifier's share on the lines beneath it.
                   move RL-Item-Price(Reprint-Index)
                     to WS-Reprint-Item-Base

                   perform varying WS-Mod-Slot from 1 by 1
                           until WS-Mod-Slot > 3
                       compute WS-Reprint-Item-Base =
                               WS-Reprint-Item-Base
                             - RL-Mod-Price(Reprint-Index, WS-Mod-Slot)
                             * RL-Quantity(Reprint-Index)
                   end-perform

                   move WS-Reprint-Item-Base to RIO-Price
                   Display Reprint-Item-Out-Line
                   write Receipt-File-Record from Reprint-Item-Out-Line

                   Perform 1735-Print-Reprint-Modifiers
                      thru 1735-Print-Reprint-Modifiers-Exit

                   add RL-Item-Price(Reprint-Index)
                     to WS-Reprint-Subtotal

       1720-Print-Reprint-Receipt-Exit.
           Exit.

       1735-Print-Reprint-Modifiers.

           perform varying WS-Mod-Slot from 1 by 1
                   until WS-Mod-Slot > 3

               if RL-Mod-Code(Reprint-Index, WS-Mod-Slot) not = spaces
                   move RL-Mod-Code(Reprint-Index, WS-Mod-Slot)
                     to WS-Mod-Lookup-Code
                   Perform 1185-Find-Modifier-Name
                      thru 1185-Find-Modifier-Name-Exit

                   move WS-Mod-Lookup-Name to RMO-Name
                   compute RMO-Price =
                           RL-Mod-Price(Reprint-Index, WS-Mod-Slot)
                         * RL-Quantity(Reprint-Index)
                   Display Reprint-Modifier-Out-Line
                   write Receipt-File-Record
                     from Reprint-Modifier-Out-Line
               end-if

           end-perform.

       1735-Print-Reprint-Modifiers-Exit.
           Exit.

       1730-Add-Reprint-Category-Subtotal.

           move 0 to WS-Found-Category-Idx.

       1250-Capture-Tender.

      *    A booked order's deposit was taken when it was booked -
      *    only the balance is tendered at pickup.
           compute WS-Tender-Target-Amount =
                   Order-Grand-Total - WS-Deposit-Applied.

           if WS-Deposit-Applied > 0
               Perform 1251-Show-Deposit-Applied
                  thru 1251-Show-Deposit-Applied-Exit
           end-if.

           if WS-Tender-Target-Amount > 0
               Perform 1252-Capture-Tender-For-Share
                  thru 1252-Capture-Tender-For-Share-Exit
           else
      *        The deposit covers the order - nothing to take, and
      *        anything over goes back to the customer in cash.
               move 'C' to WS-Payment-Type
               move 0   to WS-Tendered-Amount
               compute WS-Change-Due = 0 - WS-Tender-Target-Amount
               Move WS-Change-Due to WS-Change-Due-Out
               Display 'Deposit covers the order.'
               Display 'Cash refund due: ' WS-Change-Due-Out

               move spaces to WS-Receipt-Line
               string 'Cash refund due: ' delimited by size
                      WS-Change-Due-Out   delimited by size
                      into WS-Receipt-Line
               end-string
               write Receipt-File-Record from WS-Receipt-Line
           end-if.

       1250-Capture-Tender-Exit.
           Exit.

       1251-Show-Deposit-Applied.

           move WS-Deposit-Applied to WS-Deposit-Applied-Out.
           if WS-Tender-Target-Amount > 0
               move WS-Tender-Target-Amount to WS-Balance-Due-Out
           else
               move 0 to WS-Balance-Due-Out
           end-if.

           Display 'Deposit paid:  ' WS-Deposit-Applied-Out.
           Display 'Balance due:   ' WS-Balance-Due-Out.

           move spaces to WS-Receipt-Line.
           string 'Deposit paid:  '      delimited by size
                  WS-Deposit-Applied-Out delimited by size
                  into WS-Receipt-Line
           end-string.
           write Receipt-File-Record from WS-Receipt-Line.

           move spaces to WS-Receipt-Line.
           string 'Balance due:   '  delimited by size
                  WS-Balance-Due-Out delimited by size
                  into WS-Receipt-Line
           end-string.
           write Receipt-File-Record from WS-Receipt-Line.

       1251-Show-Deposit-Applied-Exit.
           Exit.

       1252-Capture-Tender-For-Share.

      *    A declined card leaves the tender open - go round again
      *    until something is accepted.
           move 'no' to WS-Tender-Done-Switch.

           perform until Tender-Complete

               Display ' '
               Display 'Payment type - C for Cash, K for Card,'
               Display 'G for Gift card:'
               Accept WS-Payment-Type

               evaluate true
                   when WS-Payment-Type = 'G'
                   or   WS-Payment-Type = 'g'
                       Perform 1253-Tender-Gift-Card
                          thru 1253-Tender-Gift-Card-Exit

                   when WS-Payment-Type = 'K'
                   or   WS-Payment-Type = 'k'
                       Perform 1255-Tender-Card
                          thru 1255-Tender-Card-Exit

                   when other
                       Perform 1254-Tender-Cash
                          thru 1254-Tender-Cash-Exit
               end-evaluate

           end-perform.

       1252-Capture-Tender-For-Share-Exit.
           Exit.
           Display 'Gift card number:'.
           Accept WS-Gift-Card-No-In.

      *    The card stays locked from this read until its new
      *    balance is rewritten below, before any more input is
      *    taken, so two registers cannot spend the same balance.
           move 'Y' to WS-Gift-Lock-Cancel-Sw.
           Perform 1296-Lock-Gift-Card
              thru 1296-Lock-Gift-Card-Exit.

           move 'N' to WS-Gift-Card-Ok-Switch.
           if  Gift-Card-Locked
           and GCR-Is-Active
           and GCR-Balance > 0
               move 'Y' to WS-Gift-Card-Ok-Switch
           end-if.

           if not WS-Gift-Card-Usable
               if Gift-Card-Locked
                   unlock Gift-Card-File
               end-if
               Display 'Gift card not found or has no balance.'
               Perform 1256-Capture-Remainder-Tender
                  thru 1256-Capture-Remainder-Tender-Exit
           else
               if GCR-Balance not < WS-Tender-Target-Amount

                   subtract WS-Tender-Target-Amount
                       from GCR-Balance
                   move WS-Tender-Target-Amount
                     to WS-Gift-Applied-Amount

                   Perform 1295-Save-Gift-Cards
                      thru 1295-Save-Gift-Cards-Exit

                   move 'G' to WS-Payment-Type
                   move WS-Tender-Target-Amount to WS-Tendered-Amount
                   move 0 to WS-Change-Due

                   move GCR-Balance to WS-Gift-Balance-Out
                   Display 'Payment by gift card - approved.'
                   Display 'Remaining card balance: '
                       WS-Gift-Balance-Out
                          into WS-Receipt-Line
                   end-string
                   write Receipt-File-Record from WS-Receipt-Line

                   set Tender-Complete to true
               else
      *            Partial redemption - drain the card and take the
      *            rest on cash or plastic.
                   move GCR-Balance to WS-Gift-Applied-Amount
                   move 0 to GCR-Balance

                   Perform 1295-Save-Gift-Cards
                      thru 1295-Save-Gift-Cards-Exit

                   compute WS-Gift-Remainder =
                           WS-Tender-Target-Amount

               add WS-Gift-Applied-Amount to WS-Gift-Applied-Total
               move WS-Gift-Card-No-In    to WS-Gift-Card-Trans-No
           end-if.

       1253-Tender-Gift-Card-Exit.
           end-string.
           write Receipt-File-Record from WS-Receipt-Line.

           set Tender-Complete to true.

       1254-Tender-Cash-Exit.
           Exit.

       1255-Tender-Card.

           Display 'Card number:'.
           Accept WS-Card-Number-In.

           compute WS-Card-Number-Len =
                   function length(function trim(WS-Card-Number-In)).

           if WS-Card-Number-In = spaces
           or WS-Card-Number-Len < 12
               Display 'Card number not valid - choose another tender.'
           else
               if WS-Card-Number-In(1:WS-Card-Number-Len)
                     is not numeric
                   Display 'Card number not valid - choose another'
                       ' tender.'
               else
                   Perform 1257-Request-Card-Auth
                      thru 1257-Request-Card-Auth-Exit
               end-if
           end-if.

       1255-Tender-Card-Exit.
           Exit.

       1256-Capture-Remainder-Tender.

           move 'no' to WS-Tender-Done-Switch.

           perform until Tender-Complete

               Display 'C for Cash, K for Card:'
               Accept WS-Gift-Tender-Choice

               if WS-Gift-Tender-Choice = 'K'
               or WS-Gift-Tender-Choice = 'k'
                   Perform 1255-Tender-Card
                      thru 1255-Tender-Card-Exit
               else
                   Perform 1254-Tender-Cash
                      thru 1254-Tender-Cash-Exit
               end-if

           end-perform.

       1256-Capture-Remainder-Tender-Exit.
           Exit.

       1257-Request-Card-Auth.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

      *    Clear any earlier answer first so an old reply for the
      *    same order (a split check's first card) is not re-read.
           open output Card-Auth-Response-File.
           close Card-Auth-Response-File.

           move WS-Terminal-Id          to CAQ-Terminal-Id.
           move WS-Order-Sequence       to CAQ-Order-Seq.
           move WS-Order-Time           to CAQ-Request-Time.
           move WS-Tender-Target-Amount to CAQ-Amount.
           move WS-Card-Number-In       to CAQ-Card-No.

           open output Card-Auth-Request-File.
           write Card-Auth-Request-File-Record from Card-Auth-Request.
           close Card-Auth-Request-File.

           move 'no'   to WS-Auth-Reply-Switch.
           move spaces to Card-Auth-Response.

           perform until Auth-Reply-Received

               Display 'Waiting for card authorization - press Enter'
               Display 'to check, or X to give up:'
               Accept WS-Auth-Wait-Choice

               Perform 1258-Read-Card-Auth-Reply
                  thru 1258-Read-Card-Auth-Reply-Exit

               if not Auth-Reply-Received
                   if WS-Auth-Wait-Choice = 'X'
                   or WS-Auth-Wait-Choice = 'x'
                       move 'D'           to CAR-Result
                       move spaces        to CAR-Auth-Code
                       move 'No response' to CAR-Message
                       set Auth-Reply-Received to true
                   else
                       Display 'No reply from the processor yet.'
                   end-if
               end-if

           end-perform.

      *    The request holds the full card number - empty it as soon
      *    as it has been answered.
           open output Card-Auth-Request-File.
           close Card-Auth-Request-File.

           move WS-Card-Number-In(WS-Card-Number-Len - 3:4)
             to WS-Card-Last-Four.
           move spaces to WS-Card-Number-In.

           Perform 1259-Log-Card-Auth
              thru 1259-Log-Card-Auth-Exit.

           if CAR-Is-Approved
               move 'K' to WS-Payment-Type
               move CAR-Auth-Code           to WS-Card-Auth-Code
               move WS-Tender-Target-Amount to WS-Tendered-Amount
               move 0                       to WS-Change-Due

               move spaces to WS-Receipt-Line
               string 'Card ****'           delimited by size
                      WS-Card-Last-Four     delimited by size
                      ' approved - auth '   delimited by size
                      WS-Card-Auth-Code     delimited by size
                      into WS-Receipt-Line
               end-string
               Display WS-Receipt-Line
               write Receipt-File-Record from WS-Receipt-Line

               set Tender-Complete to true
           else
               move spaces to WS-Card-Last-Four
               Display 'Card declined: ' CAR-Message
               Display 'Choose another tender.'
           end-if.

       1257-Request-Card-Auth-Exit.
           Exit.

       1258-Read-Card-Auth-Reply.

           move 'no' to WS-Auth-Read-Switch.

           open input Card-Auth-Response-File.

           if WS-Auth-Response-Status = '00'

               read Card-Auth-Response-File into Card-Auth-Response
                 at end set No-More-Auth-Replies to true
               end-read

               perform until No-More-Auth-Replies
                          or Auth-Reply-Received

                   if  CAR-Terminal-Id = WS-Terminal-Id
                   and CAR-Order-Seq   = WS-Order-Sequence
                   and (CAR-Is-Approved or CAR-Is-Declined)
                       set Auth-Reply-Received to true
                   else
                       read Card-Auth-Response-File
                         into Card-Auth-Response
                         at end set No-More-Auth-Replies to true
                       end-read
                   end-if

               end-perform

               close Card-Auth-Response-File
           end-if.

       1258-Read-Card-Auth-Reply-Exit.
           Exit.

       1259-Log-Card-Auth.

      *    Every answer is kept - approvals feed the day-close
      *    settlement batch, declines are there for disputes.
           move WS-Order-Time           to CAL-Timestamp.
           move WS-Terminal-Id          to CAL-Terminal-Id.
           move WS-Order-Sequence       to CAL-Order-Seq.
           move WS-Cashier-Id           to CAL-Cashier-Id.
           move WS-Tender-Target-Amount to CAL-Amount.
           move WS-Card-Last-Four       to CAL-Last-Four.
           move CAR-Result              to CAL-Result.
           move CAR-Auth-Code           to CAL-Auth-Code.
           move CAR-Message             to CAL-Message.

           open extend Card-Auth-Log-File.

           if WS-Auth-Log-Status not = '00'
               open output Card-Auth-Log-File
           end-if.

           write Card-Auth-Log-File-Record from Card-Auth-Log-Record.

           close Card-Auth-Log-File.

       1259-Log-Card-Auth-Exit.
           Exit.

       1295-Save-Gift-Cards.

      *    Post the card read by 1296 - rewrite it if it was on
      *    file, add it if this is its first load - and release it.
           if Gift-Card-Locked
               rewrite Gift-Card-File-Record from Gift-Card-Record
                 invalid key continue
               end-rewrite
           else
               write Gift-Card-File-Record from Gift-Card-Record
                 invalid key continue
               end-write
           end-if.

           if WS-Gift-Card-Status not = '00'
               Display 'Warning: giftCards.dat update failed'
                   ' (status ' WS-Gift-Card-Status
                   ') for card ' GCR-Card-No
           end-if.

           unlock Gift-Card-File.

       1295-Save-Gift-Cards-Exit.
           Exit.

       1296-Lock-Gift-Card.

      *    Read WS-Gift-Card-No-In with a record lock. A card another
      *    register is posting to is only held for a moment, so the
      *    cashier is asked to try again; where money has already
      *    been taken (a load) the retry cannot be cancelled.
           move space to WS-Gift-Lock-Switch.

           if not Gift-File-Available
               Display 'Gift card file is not available.'
               set Gift-Card-Lock-Given-Up to true
           end-if.

           perform until Gift-Card-Locked
                      or Gift-Card-Not-On-File
                      or Gift-Card-Lock-Given-Up

               move WS-Gift-Card-No-In to GCF-Card-No
               read Gift-Card-File into Gift-Card-Record
                 with lock
                 invalid key continue
               end-read

               evaluate WS-Gift-Card-Status
                   when '00'
                       set Gift-Card-Locked to true
                   when '23'
                       set Gift-Card-Not-On-File to true
                   when '51'
                       Display 'Gift card ' WS-Gift-Card-No-In
                           ' is in use on another register.'
                       if Gift-Lock-May-Cancel
                           Display 'Press Enter to try again,'
                               ' X to cancel.'
                       else
                           Display 'Press Enter to try again.'
                       end-if
                       move space to WS-Lock-Retry-Response
                       Accept WS-Lock-Retry-Response
                       if  Gift-Lock-May-Cancel
                       and (WS-Lock-Retry-Response = 'X'
                         or WS-Lock-Retry-Response = 'x')
                           set Gift-Card-Lock-Given-Up to true
                       end-if
                   when other
                       Display 'Warning: cannot read giftCards.dat'
                           ' (status ' WS-Gift-Card-Status ')'
                       set Gift-Card-Lock-Given-Up to true
               end-evaluate

           end-perform.

       1296-Lock-Gift-Card-Exit.
           Exit.

       1270-Split-Checkout.
                   Display 'Amount must be more than zero;'
                       ' sale cancelled.'
               else
                   if not Gift-File-Available
                       Display 'Gift card file is not available;'
                           ' sale cancelled.'
                   else
                       Perform 1820-Complete-Gift-Card-Sale
       1800-Sell-Gift-Card-Exit.
           Exit.

       1820-Complete-Gift-Card-Sale.

           add 1 to WS-Order-Sequence.

           move WS-Gift-Load-Amount to WS-Tender-Target-Amount.
           move WS-Gift-Load-Amount to WS-Gift-Amount-Out.
           move spaces to WS-Card-Auth-Code.
           move spaces to WS-Card-Last-Four.
           Display 'Gift card load amount: ' WS-Gift-Amount-Out.

      *    A gift card cannot buy a gift card - take cash or
           Perform 1256-Capture-Remainder-Tender
              thru 1256-Capture-Remainder-Tender-Exit.

      *    The money is in the drawer now, so the load must reach
      *    the card - a card another register has locked is waited
      *    for, not given up on. A new card number is added.
           move 'N' to WS-Gift-Lock-Cancel-Sw.
           Perform 1296-Lock-Gift-Card
              thru 1296-Lock-Gift-Card-Exit.

           if Gift-Card-Not-On-File
               move WS-Gift-Card-No-In to GCR-Card-No
               move 0                  to GCR-Balance
           end-if.

           if Gift-Card-Locked
           or Gift-Card-Not-On-File
               add WS-Gift-Load-Amount to GCR-Balance
               move 'A' to GCR-Status

               Perform 1295-Save-Gift-Cards
                  thru 1295-Save-Gift-Cards-Exit
           else
               Display 'Warning: load not posted to card '
                   WS-Gift-Card-No-In '; a manager must post it.'
           end-if.

           Move WS-Order-Time      to OTR-Order-Time.
           Move WS-Order-Sequence  to OTR-Order-Seq.
           move 0                  to OTR-Order-Tax.
           move 'Gift Card Sale'   to OTR-Item-Name.
           move 1                  to OTR-Quantity.
           move WS-Gift-Load-Amount to OTR-Item-Price.
           move WS-Terminal-Id     to OTR-Terminal-Id.
           move 'N'                to OTR-Tax-Exempt.
           move spaces             to OTR-Exempt-Cert.
           move spaces             to OTR-Approver-Id.
           move WS-Card-Auth-Code  to OTR-Card-Auth-Code.
           move WS-Card-Last-Four  to OTR-Card-Last-Four.
           Perform 1245-Clear-Trans-Modifiers
              thru 1245-Clear-Trans-Modifiers-Exit.
           write Order-Trans-File-Record from Order-Trans-Record.

           move 1 to WS-Idx-Line-No.
           Perform 1260-Save-Order-Sequence
              thru 1260-Save-Order-Sequence-Exit.

           move GCR-Balance to WS-Gift-Balance-Out.
           Display 'Gift card sold/loaded. Card balance: '
               WS-Gift-Balance-Out.

           Display 'Gift card number:'.
           Accept WS-Gift-Card-No-In.

           if not Gift-File-Available
               Display 'Gift card file is not available.'
           else
               move WS-Gift-Card-No-In to GCF-Card-No
               read Gift-Card-File into Gift-Card-Record
                 invalid key continue
               end-read

               evaluate WS-Gift-Card-Status
                   when '00'
                       move GCR-Balance to WS-Gift-Balance-Out
                       Display 'Card balance: ' WS-Gift-Balance-Out
                       if not GCR-Is-Active
                           Display '(card is closed)'
                       end-if
                   when '23'
                       Display 'Gift card not found.'
                   when other
                       Display 'Gift card lookup failed (status '
                           WS-Gift-Card-Status '); try again.'
               end-evaluate
           end-if.

       1850-Gift-Card-Balance-Exit.
                             to Order-Item-Menu-Idx(
                                Number-Items-In-Order)
                           add OCD-Item-Price to Order-Total

      *                    A line saved before modifiers existed has
      *                    blanks in the slots - read as no modifier.
                           perform varying WS-Mod-Slot from 1 by 1
                                   until WS-Mod-Slot > 3
                               move OCD-Mod-Code(WS-Mod-Slot)
                                 to CKP-Mod-Code(WS-Mod-Slot)
                               if OCD-Mod-Code(WS-Mod-Slot) = spaces
                                   move 0 to CKP-Mod-Price(WS-Mod-Slot)
                               else
                                   move OCD-Mod-Price(WS-Mod-Slot)
                                     to CKP-Mod-Price(WS-Mod-Slot)
                               end-if
                           end-perform

                           Perform 0830-Restore-Checkpoint-Mods
                              thru 0830-Restore-Checkpoint-Mods-Exit
                       else
                           move spaces to WS-Audit-Log-Line
                           string OCD-Item-Name delimited by size
               move Order-Item-Qty(Order-Sub)   to OCD-Quantity
               move Order-Item-Price(Order-Sub) to OCD-Item-Price

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   move Order-Mod-Code(Order-Sub, WS-Mod-Slot)
                     to OCD-Mod-Code(WS-Mod-Slot)
                   move Order-Mod-Price(Order-Sub, WS-Mod-Slot)
                     to OCD-Mod-Price(WS-Mod-Slot)
               end-perform

               write Open-Check-Work-Record from Open-Check-Detail

           end-perform.
       1975-Copy-Work-To-Checks-Exit.
           Exit.

       2000-Time-Clock.

      *    Any employee can punch at any register with their own ID
      *    and PIN - the cashier signed on here need not be the one
      *    clocking in.
           Display ' '.
           Display 'Time clock - employee ID:'.
           Accept WS-Emp-Id-In.
           Display 'PIN:'.
           Accept WS-Signon-Pin-In.

           Perform 0710-Find-Employee
              thru 0710-Find-Employee-Exit.

           if WS-Found-Employee-Idx = 0
               Display 'Invalid ID or PIN.'
           else
               if EMP-Pin(WS-Found-Employee-Idx) not = WS-Signon-Pin-In
               or not EMP-Is-Active(WS-Found-Employee-Idx)
                   Display 'Invalid ID or PIN.'
               else
                   move EMP-Id(WS-Found-Employee-Idx)
                     to WS-Punch-Employee-Id

                   Perform 2010-Find-Last-Punch
                      thru 2010-Find-Last-Punch-Exit

                   Perform 2020-Choose-Punch
                      thru 2020-Choose-Punch-Exit
               end-if
           end-if.

       2000-Time-Clock-Exit.
           Exit.

       2010-Find-Last-Punch.

           move 'O'    to WS-Last-Punch-Type.
           move spaces to WS-Last-Punch-Time.
           move 'no'   to WS-Punch-Read-Switch.

           open input Time-Punch-File.

           if WS-Time-Punch-Status = '00'

               read Time-Punch-File into Time-Punch-Record
                 at end set No-More-Punches to true
               end-read

               perform until No-More-Punches

                   if PUN-Employee-Id = WS-Punch-Employee-Id
                       move PUN-Type      to WS-Last-Punch-Type
                       move PUN-Timestamp to WS-Last-Punch-Time
                   end-if

                   read Time-Punch-File into Time-Punch-Record
                     at end set No-More-Punches to true
                   end-read

               end-perform

               close Time-Punch-File
           end-if.

           evaluate WS-Last-Punch-Type
               when 'I'
               when 'E'
                   set Clock-State-Working to true
               when 'B'
                   set Clock-State-On-Break to true
               when other
                   set Clock-State-Off to true
           end-evaluate.

      *    A shift left open from an earlier day is not carried
      *    forward - the labor report flags the missing clock-out
      *    and the employee starts today clocked out.
           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           if not Clock-State-Off
           and WS-Last-Punch-Time(1:10) not = WS-Order-Time(1:10)
               Display 'No clock-out recorded for the shift started '
                   WS-Last-Punch-Time
               Display 'See a manager to correct it.'
               set Clock-State-Off to true
           end-if.

       2010-Find-Last-Punch-Exit.
           Exit.

       2020-Choose-Punch.

           move spaces to PUN-Type.

           evaluate true
               when Clock-State-Off
                   Display 'Currently clocked out.'
                   Display 'I-Clock in  X-Cancel'
               when Clock-State-Working
                   Display 'Clocked in since ' WS-Last-Punch-Time
                   Display 'B-Start break  O-Clock out  X-Cancel'
               when Clock-State-On-Break
                   Display 'On break since ' WS-Last-Punch-Time
                   Display 'E-End break  O-Clock out  X-Cancel'
           end-evaluate.

           Accept WS-Punch-Choice.

           evaluate true
               when (WS-Punch-Choice = 'I' or WS-Punch-Choice = 'i')
               and Clock-State-Off
                   set PUN-Is-Clock-In to true
               when (WS-Punch-Choice = 'B' or WS-Punch-Choice = 'b')
               and Clock-State-Working
                   set PUN-Is-Break-Start to true
               when (WS-Punch-Choice = 'E' or WS-Punch-Choice = 'e')
               and Clock-State-On-Break
                   set PUN-Is-Break-End to true
               when (WS-Punch-Choice = 'O' or WS-Punch-Choice = 'o')
               and not Clock-State-Off
                   set PUN-Is-Clock-Out to true
               when other
                   Display 'No punch recorded.'
           end-evaluate.

           if PUN-Type not = spaces
               Perform 8000-Set-Order-Time
                  thru 8000-Set-Order-Time-Exit

               move WS-Order-Time        to PUN-Timestamp
               move WS-Punch-Employee-Id to PUN-Employee-Id
               move WS-Terminal-Id       to PUN-Terminal-Id

               open extend Time-Punch-File

               if WS-Time-Punch-Status not = '00'
                   open output Time-Punch-File
               end-if

               write Time-Punch-File-Record from Time-Punch-Record

               close Time-Punch-File

               Display 'Punch recorded at ' WS-Order-Time
           end-if.

       2020-Choose-Punch-Exit.
           Exit.

       2100-Advance-Orders-Menu.

           move 'no' to WS-Advance-Done-Switch.

           perform until Advance-Done

               Display ' '
               Display 'Advance orders - B-Book new  P-Pickup'
               Display 'L-List booked  X-Back'
               Accept WS-Advance-Choice

               evaluate true

      *        Booking and pickup both build in the order table,
      *        which would wipe an order recovered from the
      *        checkpoint at startup - same rule as for tabs.
                   when (WS-Advance-Choice = 'B'
                     or  WS-Advance-Choice = 'b'
                     or  WS-Advance-Choice = 'P'
                     or  WS-Advance-Choice = 'p')
                   and  Order-Was-Recovered
                   and  Number-Items-In-Order > 0
                       Display 'A recovered order is still waiting'
                           ' to be rung.'
                       Display 'Ring it (or cancel it) before'
                           ' working advance orders.'

                   when WS-Advance-Choice = 'B'
                   or   WS-Advance-Choice = 'b'
                       Perform 2110-Book-Advance-Order
                          thru 2110-Book-Advance-Order-Exit

                   when WS-Advance-Choice = 'P'
                   or   WS-Advance-Choice = 'p'
                       Perform 2130-Pickup-Advance-Order
                          thru 2130-Pickup-Advance-Order-Exit

                   when WS-Advance-Choice = 'L'
                   or   WS-Advance-Choice = 'l'
                       Perform 2150-List-Advance-Orders
                          thru 2150-List-Advance-Orders-Exit

                   when WS-Advance-Choice = 'X'
                   or   WS-Advance-Choice = 'x'
                       set Advance-Done to true

                   when other
                       Display 'Please choose B, P, L, or X.'
               end-evaluate

           end-perform.

       2100-Advance-Orders-Menu-Exit.
           Exit.

       2110-Book-Advance-Order.

           Perform 2115-Capture-Advance-Header
              thru 2115-Capture-Advance-Header-Exit.

           if not Adv-Entry-Ok
               Display 'Nothing booked.'
           else
               set Booking-Advance-Order to true

               Perform 1100-Display-Menu
                  thru 1100-Display-Menu-Exit

               Set New-Order to true

               Perform 1110-Get-Customer-Choice
                  thru 1110-Get-Customer-Choice-Exit
                 until No-More-Items-Ordered

               move 'no' to WS-Advance-Booking-Switch

      *        The lines live in advanceOrders.csv from here on -
      *        they must not come back as a walk-up order after a
      *        restart.
               Perform 1120-Clear-Checkpoint
                  thru 1120-Clear-Checkpoint-Exit

               if Number-Items-In-Order = 0
                   Display 'No items ordered; nothing booked.'
               else
      *            The estimate is what the order would ring at
      *            today's rates - tax is worked out again when it
      *            is rung at pickup.
                   move 'N' to WS-Tax-Exempt-Flag
                   move 0   to WS-Promo-Discount

                   Perform 1170-Compute-Order-Tax
                      thru 1170-Compute-Order-Tax-Exit

                   compute WS-Adv-Estimate = Order-Total + Order-Tax

                   move WS-Adv-Estimate to WS-Adv-Amount-Out
                   Display 'Estimated total with tax: '
                       WS-Adv-Amount-Out

                   Perform 2117-Capture-Deposit-Amount
                      thru 2117-Capture-Deposit-Amount-Exit

                   Perform 2122-Get-Next-Advance-No
                      thru 2122-Get-Next-Advance-No-Exit

                   move spaces to WS-Adv-Reference
                   string 'Advance ' delimited by size
                          WS-Next-Advance-No delimited by size
                          into WS-Adv-Reference
                   end-string

                   move 0      to WS-Adv-Deposit-Seq
                   move spaces to WS-Adv-Deposit-Pay-Type

                   if WS-Adv-Deposit > 0
                       Perform 2120-Take-Advance-Deposit
                          thru 2120-Take-Advance-Deposit-Exit
                   end-if

                   Perform 2125-Write-Advance-Order
                      thru 2125-Write-Advance-Order-Exit
               end-if

               move 0 to Number-Items-In-Order
               move 0 to Order-Total
           end-if.

       2110-Book-Advance-Order-Exit.
           Exit.

       2115-Capture-Advance-Header.

           move 'yes' to WS-Adv-Entry-Switch.

           Move function current-date to WS-Current-Timestamp.
           move WS-Current-Timestamp(1:8) to WS-Adv-Today.

           Display 'Customer name for the order:'.
           Accept WS-Adv-Customer-In.

           if WS-Adv-Customer-In = spaces
               Display 'An advance order needs a customer name.'
               move 'no' to WS-Adv-Entry-Switch
           end-if.

           if Adv-Entry-Ok
               Display 'Contact phone or e-mail:'
               Accept WS-Adv-Contact-In

               if WS-Adv-Contact-In = spaces
                   Display 'An advance order needs a contact.'
                   move 'no' to WS-Adv-Entry-Switch
               end-if
           end-if.

           if Adv-Entry-Ok
               Display 'Pickup date (YYYYMMDD):'
               Accept WS-Adv-Date-In

               if WS-Adv-Date-In is not numeric
                   Display 'Pickup date must be YYYYMMDD.'
                   move 'no' to WS-Adv-Entry-Switch
               else
                   compute WS-Adv-Date-Test =
                           function test-date-yyyymmdd(
                               WS-Adv-Date-Num)
                   if WS-Adv-Date-Test not = 0
                       Display 'That is not a valid date.'
                       move 'no' to WS-Adv-Entry-Switch
                   else
                       if WS-Adv-Date-Num < WS-Adv-Today
                           Display 'That pickup date has passed.'
                           move 'no' to WS-Adv-Entry-Switch
                       end-if
                   end-if
               end-if
           end-if.

           if Adv-Entry-Ok
               Display 'Pickup time (HH:MM, 24-hour clock):'
               Accept WS-Adv-Time-In

               if WS-Adv-Time-Hour   is not numeric
               or WS-Adv-Time-Minute is not numeric
               or WS-Adv-Time-Sep    not = ':'
                   Display 'Pickup time must be HH:MM.'
                   move 'no' to WS-Adv-Entry-Switch
               else
                   if WS-Adv-Time-Hour   > 23
                   or WS-Adv-Time-Minute > 59
                       Display 'Pickup time must be HH:MM.'
                       move 'no' to WS-Adv-Entry-Switch
                   end-if
               end-if
           end-if.

       2115-Capture-Advance-Header-Exit.
           Exit.

       2117-Capture-Deposit-Amount.

           move 1 to WS-Adv-Deposit-Test.

           perform until WS-Adv-Deposit-Test = 0

               Display 'Deposit to take now (Enter for none):'
               Accept WS-Adv-Deposit-Text

               if WS-Adv-Deposit-Text = spaces
                   move 0 to WS-Adv-Deposit
                   move 0 to WS-Adv-Deposit-Test
               else
                   compute WS-Adv-Deposit-Test =
                           function test-numval(WS-Adv-Deposit-Text)

                   if WS-Adv-Deposit-Test = 0
                       compute WS-Adv-Deposit =
                               function numval(WS-Adv-Deposit-Text)

                       if WS-Adv-Deposit < 0
                       or WS-Adv-Deposit > WS-Adv-Estimate
                           Display 'Deposit must be from zero up to'
                               ' the estimated total.'
                           move 1 to WS-Adv-Deposit-Test
                       end-if
                   else
                       Display 'Please enter a valid amount.'
                   end-if
               end-if

           end-perform.

       2117-Capture-Deposit-Amount-Exit.
           Exit.

       2120-Take-Advance-Deposit.

      *    The deposit is money held for the customer, not a sale -
      *    it goes to orderTrans under its own category so the
      *    drawer and card batch balance, and the reports keep it
      *    out of sales until the order is picked up.
           add 1 to WS-Order-Sequence.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move WS-Adv-Deposit to WS-Tender-Target-Amount.
           move 0      to WS-Gift-Applied-Total.
           move spaces to WS-Gift-Card-Trans-No.
           move spaces to WS-Card-Auth-Code.
           move spaces to WS-Card-Last-Four.

           Display WS-Separator-Line.
           write Receipt-File-Record from WS-Separator-Line.

           Display WS-Restaurant-Name.
           write Receipt-File-Record from WS-Restaurant-Name.

           move spaces to WS-Receipt-Line.
           string 'Order date: ' delimited by size
                  WS-Order-Time  delimited by size
                  into WS-Receipt-Line
           end-string.
           Display WS-Receipt-Line.
           write Receipt-File-Record from WS-Receipt-Line.

           move WS-Adv-Date-Num to WS-Adv-Date-Out.
           move spaces to WS-Receipt-Line.
           string 'Deposit on advance order ' delimited by size
                  WS-Next-Advance-No          delimited by size
                  ' - pickup '                delimited by size
                  WS-Adv-Date-Out             delimited by size
                  ' '                         delimited by size
                  WS-Adv-Time-In              delimited by size
                  into WS-Receipt-Line
           end-string.
           Display WS-Receipt-Line.
           write Receipt-File-Record from WS-Receipt-Line.

           move WS-Adv-Deposit to WS-Adv-Amount-Out.
           move spaces to WS-Receipt-Line.
           string 'Deposit:     '   delimited by size
                  WS-Adv-Amount-Out delimited by size
                  into WS-Receipt-Line
           end-string.
           Display WS-Receipt-Line.
           write Receipt-File-Record from WS-Receipt-Line.

           Perform 1252-Capture-Tender-For-Share
              thru 1252-Capture-Tender-For-Share-Exit.

           Move WS-Order-Time      to OTR-Order-Time.
           Move WS-Order-Sequence  to OTR-Order-Seq.
           move 0                  to OTR-Order-Tax.
           move 'Catering Deposit' to OTR-Item-Name.
           move 1                  to OTR-Quantity.
           move WS-Adv-Deposit     to OTR-Item-Price.
           set OTR-Is-Sale to true.
           move 0      to OTR-Ref-Order-Seq.
           move WS-Adv-Reference   to OTR-Void-Reason.
           move WS-Cashier-Id      to OTR-Cashier-Id.
           move WS-Payment-Type    to OTR-Payment-Type.
           move WS-Tendered-Amount to OTR-Tendered-Amount.
           move 'Deposit'          to OTR-Category.
           move spaces             to OTR-Loyalty-Id.
           move WS-Gift-Card-Trans-No to OTR-Gift-Card-No.
           move WS-Terminal-Id     to OTR-Terminal-Id.
           move 'N'                to OTR-Tax-Exempt.
           move spaces             to OTR-Exempt-Cert.
           move spaces             to OTR-Approver-Id.
           move WS-Card-Auth-Code  to OTR-Card-Auth-Code.
           move WS-Card-Last-Four  to OTR-Card-Last-Four.
           Perform 1245-Clear-Trans-Modifiers
              thru 1245-Clear-Trans-Modifiers-Exit.
           write Order-Trans-File-Record from Order-Trans-Record.

           move 1 to WS-Idx-Line-No.
           Perform 1240-Write-Trans-Index
              thru 1240-Write-Trans-Index-Exit.

           if WS-Gift-Applied-Total > 0
               move 'Gift Card Redeem' to OTR-Item-Name
               move 0                 to OTR-Quantity
               compute OTR-Item-Price = 0 - WS-Gift-Applied-Total
               move spaces            to OTR-Void-Reason
               move OTR-Item-Price    to OTR-Tendered-Amount
               move 'GiftCard'        to OTR-Category
               write Order-Trans-File-Record from Order-Trans-Record

               move 2 to WS-Idx-Line-No
               Perform 1240-Write-Trans-Index
                  thru 1240-Write-Trans-Index-Exit
           end-if.

           Perform 1260-Save-Order-Sequence
              thru 1260-Save-Order-Sequence-Exit.

           move WS-Order-Sequence to WS-Adv-Deposit-Seq.
           move WS-Payment-Type   to WS-Adv-Deposit-Pay-Type.

           Display WS-Separator-Line.
           write Receipt-File-Record from WS-Separator-Line.

       2120-Take-Advance-Deposit-Exit.
           Exit.

       2122-Get-Next-Advance-No.

           move 0    to WS-Next-Advance-No.
           move 'no' to WS-Advance-Read-Switch.

           open input Advance-Order-File.

           if WS-Advance-Order-Status = '00'

               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header

                   if  AOH-Record-Type = 'H'
                   and AOH-Advance-No is numeric
                   and AOH-Advance-No > WS-Next-Advance-No
                       move AOH-Advance-No to WS-Next-Advance-No
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

           add 1 to WS-Next-Advance-No.

       2122-Get-Next-Advance-No-Exit.
           Exit.

       2125-Write-Advance-Order.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move 'H'                     to AOH-Record-Type.
           move WS-Next-Advance-No      to AOH-Advance-No.
           set AOH-Is-Booked            to true.
           move WS-Adv-Customer-In      to AOH-Customer-Name.
           move WS-Adv-Contact-In       to AOH-Contact.
           move WS-Adv-Date-Num         to AOH-Pickup-Date.
           move WS-Adv-Time-In          to AOH-Pickup-Time.
           move WS-Order-Time           to AOH-Booked-Time.
           move WS-Cashier-Id           to AOH-Booked-By.
           move WS-Terminal-Id          to AOH-Booked-Terminal.
           move WS-Adv-Deposit          to AOH-Deposit-Amount.
           move WS-Adv-Deposit-Pay-Type to AOH-Deposit-Pay-Type.
           move WS-Adv-Deposit-Seq      to AOH-Deposit-Seq.
           move WS-Adv-Estimate         to AOH-Estimated-Total.
           move 0                       to AOH-Pickup-Seq.
           move spaces                  to AOH-Pickup-Terminal.

           open extend Advance-Order-File.

           if WS-Advance-Order-Status not = '00'
               open output Advance-Order-File
           end-if.

           write Advance-Order-File-Record from Advance-Order-Header.

           perform varying Order-Sub from 1 by 1
                   until Order-Sub > Number-Items-In-Order

               move 'D'                to AOD-Record-Type
               move WS-Next-Advance-No to AOD-Advance-No
               move Order-Item(Order-Sub)       to AOD-Item-Name
               move Order-Item-Qty(Order-Sub)   to AOD-Quantity
               move Order-Item-Price(Order-Sub) to AOD-Item-Price

               perform varying WS-Mod-Slot from 1 by 1
                       until WS-Mod-Slot > 3
                   move Order-Mod-Code(Order-Sub, WS-Mod-Slot)
                     to AOD-Mod-Code(WS-Mod-Slot)
                   move Order-Mod-Price(Order-Sub, WS-Mod-Slot)
                     to AOD-Mod-Price(WS-Mod-Slot)
               end-perform

               write Advance-Order-File-Record
                 from Advance-Order-Detail

           end-perform.

           close Advance-Order-File.

           move WS-Adv-Date-Num to WS-Adv-Date-Out.
           Display 'Advance order ' WS-Next-Advance-No ' booked for '
               function trim(WS-Adv-Customer-In).
           Display 'Pickup ' WS-Adv-Date-Out ' at ' WS-Adv-Time-In.

       2125-Write-Advance-Order-Exit.
           Exit.

       2130-Pickup-Advance-Order.

           Display 'Advance order number:'.
           Accept WS-Advance-No.

           Perform 2135-Load-Advance-Order
              thru 2135-Load-Advance-Order-Exit.

           move 'N' to WS-Adv-Early-Choice.

           evaluate true
               when WS-Advance-Found-Switch = 'N'
                   Display 'No advance order with that number.'

               when WS-Adv-Status not = 'B'
                   Display 'That advance order has already been'
                       ' picked up.'

               when Number-Items-In-Order = 0
                   Display 'None of its items are on the menu any'
                       ' more; ring it by hand.'

               when other
                   Move function current-date to WS-Current-Timestamp
                   move WS-Current-Timestamp(1:8) to WS-Adv-Today

                   if WS-Adv-Date-Num > WS-Adv-Today
                       move WS-Adv-Date-Num to WS-Adv-Date-Out
                       Display 'This order is booked for pickup on '
                           WS-Adv-Date-Out '.'
                       Display 'Release it early? (Y/N):'
                       Accept WS-Adv-Early-Choice
                   else
                       move 'Y' to WS-Adv-Early-Choice
                   end-if

                   if not WS-Adv-Early-Yes
                       Display 'Pickup not rung.'
                   else
                       Perform 1120-Clear-Checkpoint
                          thru 1120-Clear-Checkpoint-Exit

                       move spaces to WS-Adv-Reference
                       string 'Advance ' delimited by size
                              WS-Advance-No delimited by size
                              into WS-Adv-Reference
                       end-string

                       move WS-Adv-Deposit to WS-Deposit-Applied
                       set Picking-Up-Advance-Order to true

                       Perform 1200-Process-Order
                          thru 1200-Process-Order-Exit

                       move 0    to WS-Deposit-Applied
                       move 'no' to WS-Advance-Pickup-Switch

                       Perform 2140-Mark-Advance-Picked-Up
                          thru 2140-Mark-Advance-Picked-Up-Exit

                       Display 'Advance order ' WS-Advance-No
                           ' picked up and closed.'
                   end-if
           end-evaluate.

           move 0 to Number-Items-In-Order.
           move 0 to Order-Total.

       2130-Pickup-Advance-Order-Exit.
           Exit.

       2135-Load-Advance-Order.

           move 'N'    to WS-Advance-Found-Switch.
           move spaces to WS-Adv-Status.
           move 0      to Number-Items-In-Order.
           move 0      to Order-Total.
           move 'no'   to WS-Advance-Read-Switch.

           open input Advance-Order-File.

           if WS-Advance-Order-Status = '00'

               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header

                   if  AOH-Record-Type = 'H'
                   and AOH-Advance-No = WS-Advance-No
                       move 'Y' to WS-Advance-Found-Switch
                       move AOH-Status          to WS-Adv-Status
                       move AOH-Customer-Name   to WS-Adv-Customer-In
                       move AOH-Contact         to WS-Adv-Contact-In
                       move AOH-Pickup-Date     to WS-Adv-Date-Num
                       move AOH-Pickup-Time     to WS-Adv-Time-In
                       move AOH-Deposit-Amount  to WS-Adv-Deposit
                   end-if

                   move Advance-Order-File-Record
                     to Advance-Order-Detail

                   if  AOD-Record-Type = 'D'
                   and AOD-Advance-No = WS-Advance-No
                   and Number-Items-In-Order < 100

                       move AOD-Item-Name to CKP-Item-Name
                       Perform 0820-Find-Menu-Item-By-Name
                          thru 0820-Find-Menu-Item-By-Name-Exit

                       if WS-Checkpoint-Menu-Idx > 0
                           add 1 to Number-Items-In-Order
                           move AOD-Item-Name
                             to Order-Item(Number-Items-In-Order)
                           move AOD-Quantity
                             to Order-Item-Qty(Number-Items-In-Order)
                           move AOD-Item-Price
                             to Order-Item-Price(
                                Number-Items-In-Order)
                           move WS-Checkpoint-Menu-Idx
                             to Order-Item-Menu-Idx(
                                Number-Items-In-Order)
                           add AOD-Item-Price to Order-Total

                           perform varying WS-Mod-Slot from 1 by 1
                                   until WS-Mod-Slot > 3
                               move AOD-Mod-Code(WS-Mod-Slot)
                                 to CKP-Mod-Code(WS-Mod-Slot)
                               if AOD-Mod-Code(WS-Mod-Slot) = spaces
                                   move 0 to CKP-Mod-Price(WS-Mod-Slot)
                               else
                                   move AOD-Mod-Price(WS-Mod-Slot)
                                     to CKP-Mod-Price(WS-Mod-Slot)
                               end-if
                           end-perform

                           Perform 0830-Restore-Checkpoint-Mods
                              thru 0830-Restore-Checkpoint-Mods-Exit
                       else
                           move spaces to WS-Audit-Log-Line
                           string AOD-Item-Name delimited by size
                                  ',advance order item no longer on'
                                     delimited by size
                                  ' menu, skipped' delimited by size
                                  into WS-Audit-Log-Line
                           end-string
                           write Audit-Log-File-Record
                             from WS-Audit-Log-Line
                       end-if

                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

           if  WS-Advance-Found-Switch = 'Y'
           and WS-Adv-Status = 'B'
               move WS-Adv-Date-Num to WS-Adv-Date-Out
               Display 'Advance order ' WS-Advance-No ' for '
                   function trim(WS-Adv-Customer-In)
                   ' (' function trim(WS-Adv-Contact-In) ')'
               Display 'Pickup ' WS-Adv-Date-Out ' at '
                   WS-Adv-Time-In
               move Order-Total to Order-Total-Out
               move WS-Adv-Deposit to WS-Adv-Amount-Out
               Display 'Items: ' Number-Items-In-Order
                   '  Subtotal: ' Order-Total-Out
               Display 'Deposit held: ' WS-Adv-Amount-Out
           end-if.

       2135-Load-Advance-Order-Exit.
           Exit.

       2140-Mark-Advance-Picked-Up.

      *    Stream the file through the work file, closing out just
      *    this booking's header, then copy back.
           move 'no' to WS-Advance-Read-Switch.

           open output Advance-Order-Work-File.
           open input Advance-Order-File.

           if WS-Advance-Order-Status = '00'

               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header

                   if  AOH-Record-Type = 'H'
                   and AOH-Advance-No = WS-Advance-No
                       set AOH-Is-Picked-Up   to true
                       move WS-Order-Sequence to AOH-Pickup-Seq
                       move WS-Terminal-Id    to AOH-Pickup-Terminal
                       write Advance-Order-Work-Record
                         from Advance-Order-Header
                   else
                       write Advance-Order-Work-Record
                         from Advance-Order-File-Record
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

           close Advance-Order-Work-File.

           Perform 2145-Copy-Work-To-Advance
              thru 2145-Copy-Work-To-Advance-Exit.

       2140-Mark-Advance-Picked-Up-Exit.
           Exit.

       2145-Copy-Work-To-Advance.

           move 'no' to WS-Advance-Work-Switch.

           open input Advance-Order-Work-File.
           open output Advance-Order-File.

           read Advance-Order-Work-File
             at end set No-More-Advance-Work to true
           end-read.

           perform until No-More-Advance-Work

               write Advance-Order-File-Record
                 from Advance-Order-Work-Record

               read Advance-Order-Work-File
                 at end set No-More-Advance-Work to true
               end-read

           end-perform.

           close Advance-Order-Work-File.
           close Advance-Order-File.

       2145-Copy-Work-To-Advance-Exit.
           Exit.

       2150-List-Advance-Orders.

           move 0    to WS-Advance-Count.
           move 'no' to WS-Advance-Read-Switch.

           Display WS-Separator-Line.
           Display 'Booked advance orders (number, pickup, customer,'
               ' deposit)'.
           Display WS-Separator-Line.

           open input Advance-Order-File.

           if WS-Advance-Order-Status = '00'

               read Advance-Order-File
                 at end set No-More-Advance-Lines to true
               end-read

               perform until No-More-Advance-Lines

                   move Advance-Order-File-Record
                     to Advance-Order-Header

                   if  AOH-Record-Type = 'H'
                   and AOH-Is-Booked
                       add 1 to WS-Advance-Count
                       move AOH-Advance-No     to AOL-Advance-No
                       move AOH-Pickup-Date    to AOL-Pickup-Date
                       move AOH-Pickup-Time    to AOL-Pickup-Time
                       move AOH-Customer-Name  to AOL-Customer-Name
                       move AOH-Deposit-Amount to AOL-Deposit
                       Display Advance-Order-List-Line
                   end-if

                   read Advance-Order-File
                     at end set No-More-Advance-Lines to true
                   end-read

               end-perform

               close Advance-Order-File
           end-if.

           if WS-Advance-Count = 0
               Display 'No advance orders are booked.'
           end-if.

           Display WS-Separator-Line.

       2150-List-Advance-Orders-Exit.
           Exit.

       8000-Set-Order-Time.
           
           Move function current-date to WS-Current-Timestamp.
           Move WS-Current-Month  to Order-Month.
           Move WS-Current-Day    to Order-Day.
           Move WS-Current-Year   to Order-Year.
           Move WS-Current-Hour   to Order-Hour.
           Move WS-Current-Minute to Order-Minute.
           Move WS-Current-Second to Order-Second.

       8000-Set-Order-Time-Exit.
           Exit.

       1500-Maintain-Menu-Items.

           move 'no' to WS-Maint-Done-Switch.

           move 'menu/tax maint' to WS-Approval-Function.
           Perform 0720-Get-Manager-Approval
              thru 0720-Get-Manager-Approval-Exit.

           if Approval-Granted
               move WS-Approver-Id to WS-Maint-Approver-Id
           else
               Display 'Menu maintenance requires a manager.'
               set Maint-Done to true
           end-if.

           perform until Maint-Done

      *        Every change below is posted straight to the item on
      *        file, so list what is on file now.
               Perform 0500-Load-Menu-Items
                  thru 0500-Load-Menu-Items-Exit

               Display ' '
               Display 'Menu Maintenance'
               Display WS-Separator-Line

               perform varying Menu-Index from 1 by 1
                       until Menu-Index > Menu-Item-Entries

                   move Menu-Index to WS-Maint-Item-Num-Edited
                   move Item-Price(Menu-Index) to WS-Maint-Price-Display
                   move Item-Stock-On-Hand(Menu-Index)
                     to WS-Maint-Stock-Display
                   move Item-Unit-Cost(Menu-Index)
                     to WS-Maint-Cost-Display
                   Display WS-Maint-Item-Num-Edited '. '
                           Item-Name(Menu-Index) ' '
                           WS-Maint-Price-Display ' ('
                           Item-Active(Menu-Index) ') Stock: '
                           WS-Maint-Stock-Display ' Category: '
                           Item-Category(Menu-Index) ' Cost: '
                           WS-Maint-Cost-Display

               end-perform

               Display ' '
               Display 'A-Add  C-Change  D-Deactivate  R-Restock'
               Display 'W-Waste  T-Tax rates  X-Done with maintenance'
               Accept WS-Maint-Choice

               evaluate true
                   when WS-Maint-Choice = 'T'
                   or   WS-Maint-Choice = 't'
                       perform 1570-Maintain-Tax-Rates
                          thru 1570-Maintain-Tax-Rates-Exit

                   when WS-Maint-Choice = 'A'
                   or   WS-Maint-Choice = 'a'
                       perform 1510-Add-Menu-Item
                          thru 1510-Add-Menu-Item-Exit

                   when WS-Maint-Choice = 'C'
                   or   WS-Maint-Choice = 'c'
                       perform 1520-Change-Menu-Item
                          thru 1520-Change-Menu-Item-Exit

                   when WS-Maint-Choice = 'D'
                   or   WS-Maint-Choice = 'd'
                       perform 1530-Deactivate-Menu-Item
                          thru 1530-Deactivate-Menu-Item-Exit

                   when WS-Maint-Choice = 'R'
                   or   WS-Maint-Choice = 'r'
                       perform 1560-Restock-Menu-Item
                          thru 1560-Restock-Menu-Item-Exit

                   when WS-Maint-Choice = 'W'
                   or   WS-Maint-Choice = 'w'
                       perform 1590-Record-Waste
                          thru 1590-Record-Waste-Exit

                   when WS-Maint-Choice = 'X'
                   or   WS-Maint-Choice = 'x'
                       set Maint-Done to true

                   when other
                       Display 'Please choose A, C, D, R, W, T, or X.'
               end-evaluate

           end-perform.

       1500-Maintain-Menu-Items-Exit.
           Exit.

       1510-Add-Menu-Item.

           if Menu-Item-Entries not less than Max-Menu-Item-Entries
               Display 'A register cannot list more than 999 items;'
                   ' deactivate one before adding another.'
           else
               Display 'Enter new item name:'
               Accept WS-Maint-Name-Input

               if WS-Maint-Name-Input = spaces
                   Display 'Item name cannot be blank; add cancelled.'
               else
                   Display 'Enter item price (e.g. 3.25):'
                   Accept WS-Maint-Price-Text

                   perform 1550-Validate-Price
                      thru 1550-Validate-Price-Exit

                   if WS-Maint-Price-Test = 0
                       Display 'Enter starting stock on hand:'
                       Accept WS-Maint-Stock-Text

                       compute WS-Maint-Stock-Test =
                               function test-numval(WS-Maint-Stock-Text)

                       if WS-Maint-Stock-Test = 0
                           compute WS-Maint-Stock-Value =
                                   function numval(WS-Maint-Stock-Text)
                       else
                           move 0 to WS-Maint-Stock-Value
                       end-if

                       Display 'Enter item category (blank=General):'
                       Accept WS-Maint-Category-Input

                       Display 'Enter unit food cost (blank = 0):'
                       Accept WS-Maint-Cost-Text

                       if WS-Maint-Cost-Text = spaces
                           move 0 to WS-Maint-Cost-Value
                       else
                           perform 1555-Validate-Cost
                              thru 1555-Validate-Cost-Exit
                           if WS-Maint-Cost-Test not = 0
                               move 0 to WS-Maint-Cost-Value
                               Display 'Cost set to 0; change it'
                                   ' with C when known.'
                           end-if
                       end-if

                       move WS-Maint-Name-Input  to MIR-Item-Name
                       move WS-Maint-Price-Value to MIR-Item-Price
                       move 'Y'                  to MIR-Item-Active
                       move WS-Maint-Stock-Value to MIR-Stock-On-Hand
                       move WS-Maint-Cost-Value  to MIR-Unit-Cost

                       if WS-Maint-Category-Input = spaces
                           move 'General' to MIR-Item-Category
                       else
                           move WS-Maint-Category-Input
                             to MIR-Item-Category
                       end-if

                       write Menu-Item-File-Record
                         from Menu-Item-Record
                         invalid key continue
                       end-write

                       evaluate WS-Menu-Item-Status
                           when '00'
                               add 1 to Menu-Item-Entries
                               move Menu-Item-Entries
                                 to WS-Menu-Post-Idx
                               Perform 1547-Record-To-Menu-Table
                                  thru 1547-Record-To-Menu-Table-Exit

                               move 'add item' to WS-Maint-Action
                               move WS-Maint-Name-Input
                                 to WS-Maint-Log-Subject
                               Perform 1580-Log-Maint-Action
                                  thru 1580-Log-Maint-Action-Exit

                               Display 'Item added.'
                           when '22'
                               Display 'An item with that name is'
                                   ' already on file; add cancelled.'
                           when other
                               Display 'Warning: cannot add to'
                                   ' cafeItems.dat (status '
                                   WS-Menu-Item-Status
                                   '); add cancelled.'
                       end-evaluate
                   end-if
               end-if
           end-if.

       1510-Add-Menu-Item-Exit.
           Exit.

       1520-Change-Menu-Item.

           Display 'Enter item number to change:'
           Accept WS-Maint-Item-Num

           if  WS-Maint-Item-Num is numeric
           and WS-Maint-Item-Num not equal 0
           and WS-Maint-Item-Num not greater than Menu-Item-Entries

               Display 'Enter new item name (blank to keep current):'
               Accept WS-Maint-Name-Input

               move WS-Maint-Item-Num to WS-Menu-Post-Idx

               if WS-Maint-Name-Input not = spaces
                   Perform 1544-Rename-Menu-Item
                      thru 1544-Rename-Menu-Item-Exit
               end-if

               Display 'Enter new item price (blank to keep current):'
               Accept WS-Maint-Price-Text

               if WS-Maint-Price-Text not = spaces
                   perform 1550-Validate-Price
                      thru 1550-Validate-Price-Exit

                   if WS-Maint-Price-Test = 0
                       Perform 1521-Capture-Effective-Date
                          thru 1521-Capture-Effective-Date-Exit

                       if WS-Eff-Date-Test = 0
                           move Item-Price(WS-Maint-Item-Num)
                             to WS-Old-Price

      *                    A price dated today or earlier takes
      *                    effect now; a future date is staged and
      *                    picked up at startup on its morning.
                           if WS-Eff-Date not > WS-Today-YYYYMMDD
                               Perform 1541-Lock-Menu-Item
                                  thru 1541-Lock-Menu-Item-Exit
                               if Menu-Item-Locked
                                   move WS-Maint-Price-Value
                                     to MIR-Item-Price
                                   Perform 1540-Save-Menu-Item
                                      thru 1540-Save-Menu-Item-Exit
                                   move 'A' to WS-Price-Log-Status
                                   Perform 1522-Log-Price-Change
                                      thru 1522-Log-Price-Change-Exit
                               else
                                   Display 'Record in use; price not'
                                       ' changed.'
                               end-if
                           else
                               move 'P' to WS-Price-Log-Status
                               Display 'Price change staged; takes'
                                   ' effect on the effective date.'
                               Perform 1522-Log-Price-Change
                                  thru 1522-Log-Price-Change-Exit
                           end-if
                       end-if
                   end-if
               end-if

               move Item-Unit-Cost(WS-Maint-Item-Num)
                 to WS-Maint-Cost-Display
               Display 'Enter new unit food cost (blank to keep '
                   WS-Maint-Cost-Display '):'
               Accept WS-Maint-Cost-Text

               if WS-Maint-Cost-Text not = spaces
                   perform 1555-Validate-Cost
                      thru 1555-Validate-Cost-Exit

                   if WS-Maint-Cost-Test = 0
                       Perform 1541-Lock-Menu-Item
                          thru 1541-Lock-Menu-Item-Exit
                       if Menu-Item-Locked
                           move WS-Maint-Cost-Value to MIR-Unit-Cost
                           Perform 1540-Save-Menu-Item
                              thru 1540-Save-Menu-Item-Exit

                           move 'change cost' to WS-Maint-Action
                           move Item-Name(WS-Maint-Item-Num)
                             to WS-Maint-Log-Subject
                           Perform 1580-Log-Maint-Action
                              thru 1580-Log-Maint-Action-Exit
                       else
                           Display 'Record in use; cost not changed.'
                       end-if
                   end-if
               end-if

               Display 'Item updated.'
           else
               Display 'Invalid item number.'
           end-if.

       1520-Change-Menu-Item-Exit.
           Exit.

       1521-Capture-Effective-Date.

           Display 'Effective date (YYYYMMDD, blank = today):'.
           Accept WS-Eff-Date-Text.

           if WS-Eff-Date-Text = spaces
               move WS-Today-YYYYMMDD to WS-Eff-Date
               move 0 to WS-Eff-Date-Test
           else
               compute WS-Eff-Date-Test =
                       function test-numval(WS-Eff-Date-Text)

               if WS-Eff-Date-Test = 0
                   compute WS-Eff-Date =
                           function numval(WS-Eff-Date-Text)
               else
                   Display 'Invalid effective date; price unchanged.'
               end-if
           end-if.

       1521-Capture-Effective-Date-Exit.
           Exit.

       1522-Log-Price-Change.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move WS-Order-Time       to PCH-Timestamp.
           move WS-Cashier-Id       to PCH-Cashier-Id.
           move Item-Name(WS-Maint-Item-Num) to PCH-Item-Name.
           move WS-Old-Price        to PCH-Old-Price.
           move WS-Maint-Price-Value to PCH-New-Price.
           move WS-Eff-Date         to PCH-Effective-Date.
           move WS-Price-Log-Status to PCH-Status.
           move WS-Maint-Approver-Id to PCH-Approver-Id.

           open extend Price-Change-File.

           and WS-Maint-Item-Num not equal 0
           and WS-Maint-Item-Num not greater than Menu-Item-Entries

               move WS-Maint-Item-Num to WS-Menu-Post-Idx
               Perform 1541-Lock-Menu-Item
                  thru 1541-Lock-Menu-Item-Exit
               if Menu-Item-Locked
                   move 'N' to MIR-Item-Active
                   Perform 1540-Save-Menu-Item
                      thru 1540-Save-Menu-Item-Exit

                   move 'deactivate' to WS-Maint-Action
                   move Item-Name(WS-Maint-Item-Num)
                     to WS-Maint-Log-Subject
                   Perform 1580-Log-Maint-Action
                      thru 1580-Log-Maint-Action-Exit

                   Display 'Item deactivated.'
               else
                   Display 'Record in use; item not changed.'
               end-if
           else
               Display 'Invalid item number.'
           end-if.
                   compute WS-Maint-Stock-Value =
                           function numval(WS-Maint-Stock-Text)

                   move WS-Maint-Item-Num to WS-Menu-Post-Idx
                   Perform 1541-Lock-Menu-Item
                      thru 1541-Lock-Menu-Item-Exit
                   if Menu-Item-Locked
                       add WS-Maint-Stock-Value to MIR-Stock-On-Hand
                       if MIR-Stock-On-Hand > 0
                           move 'Y' to MIR-Item-Active
                       end-if
                       Perform 1540-Save-Menu-Item
                          thru 1540-Save-Menu-Item-Exit

                       move 'restock' to WS-Maint-Action
                       move Item-Name(WS-Maint-Item-Num)
                         to WS-Maint-Log-Subject
                       Perform 1580-Log-Maint-Action
                          thru 1580-Log-Maint-Action-Exit

                       Display 'Item restocked.'
                   else
                       Display 'Record in use; item not changed.'
                   end-if
               end-if
           else
               Display 'Invalid item number.'
                       Perform 1575-Append-Tax-Rate
                          thru 1575-Append-Tax-Rate-Exit

                       move 'add tax rate' to WS-Maint-Action
                       move WS-TaxR-Category-In to WS-Maint-Log-Subject
                       Perform 1580-Log-Maint-Action
                          thru 1580-Log-Maint-Action-Exit

                       Display 'Tax rate added.'
                   end-if
               end-if
       1575-Append-Tax-Rate-Exit.
           Exit.

       1580-Log-Maint-Action.

      *    Menu and tax changes other than prices (those go to
      *    priceChanges.csv) are audited with the manager who
      *    approved the maintenance session.
           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move spaces to WS-Audit-Log-Line.
           string WS-Order-Time          delimited by size
                  ',maint,'               delimited by size
                  WS-Maint-Action         delimited by size
                  ','                     delimited by size
                  WS-Maint-Log-Subject    delimited by size
                  ','                     delimited by size
                  WS-Maint-Approver-Id    delimited by size
                  ','                     delimited by size
                  WS-Cashier-Id           delimited by size
                  into WS-Audit-Log-Line
           end-string.

           write Audit-Log-File-Record from WS-Audit-Log-Line.

       1580-Log-Maint-Action-Exit.
           Exit.

       1590-Record-Waste.

      *    Stock thrown out - expired, dropped or made wrong. It
      *    comes off the shelf count and goes to wasteLog.csv at
      *    the item's unit cost; it never touches orderTrans.
           Display 'Enter item number wasted:'
           Accept WS-Maint-Item-Num

           if  WS-Maint-Item-Num is numeric
           and WS-Maint-Item-Num not equal 0
           and WS-Maint-Item-Num not greater than Menu-Item-Entries

               Display 'Enter quantity wasted:'
               Accept WS-Maint-Stock-Text

               compute WS-Maint-Stock-Test =
                       function test-numval(WS-Maint-Stock-Text)

               if WS-Maint-Stock-Test not = 0
               or WS-Maint-Stock-Text = spaces
                   Display 'Waste quantity must be a valid number.'
               else
                   compute WS-Maint-Stock-Value =
                           function numval(WS-Maint-Stock-Text)

                   if WS-Maint-Stock-Value not greater than 0
                   or WS-Maint-Stock-Value greater than
                      Item-Stock-On-Hand(WS-Maint-Item-Num)
                       Display 'Quantity must be between 1 and the '
                               'stock on hand.'
                   else
                       Display 'Reason: E-Expired  D-Dropped  '
                               'M-Made wrong  O-Other'
                       Accept WS-Waste-Reason-Choice

                       evaluate WS-Waste-Reason-Choice
                           when 'E' when 'e'
                               move 'Expired'    to WS-Waste-Reason
                           when 'D' when 'd'
                               move 'Dropped'    to WS-Waste-Reason
                           when 'M' when 'm'
                               move 'Made wrong' to WS-Waste-Reason
                           when 'O' when 'o'
                               move 'Other'      to WS-Waste-Reason
                           when other
                               move spaces       to WS-Waste-Reason
                       end-evaluate

                       if WS-Waste-Reason = spaces
                           Display 'Invalid reason; waste not recorded.'
                       else
      *                    Stock comes off first; waste that never
      *                    came off the shelf count is not logged, or
      *                    the shrink report would cost a loss the
      *                    stock on hand never showed.
                           move spaces to WS-Menu-Save-Status
                           move WS-Maint-Item-Num
                             to WS-Menu-Post-Idx
                           move WS-Maint-Stock-Value
                             to WS-Stock-Taken
                           Perform 1545-Post-Stock-Change
                              thru 1545-Post-Stock-Change-Exit

                           if  Menu-Item-Locked
                           and WS-Menu-Save-Status = '00'
                               Perform 1595-Write-Waste-Log
                                  thru 1595-Write-Waste-Log-Exit

                               move 'waste' to WS-Maint-Action
                               move Item-Name(WS-Maint-Item-Num)
                                 to WS-Maint-Log-Subject
                               Perform 1580-Log-Maint-Action
                                  thru 1580-Log-Maint-Action-Exit

                               Display 'Waste recorded.'
                           else
                               Display 'Stock not updated; waste not'
                                   ' recorded.'
                           end-if
                       end-if
                   end-if
               end-if
           else
               Display 'Invalid item number.'
           end-if.

       1590-Record-Waste-Exit.
           Exit.

       1595-Write-Waste-Log.

           Perform 8000-Set-Order-Time
              thru 8000-Set-Order-Time-Exit.

           move WS-Order-Time                   to WLR-Waste-Time.
           move WS-Terminal-Id                  to WLR-Terminal-Id.
           move Item-Name(WS-Maint-Item-Num)    to WLR-Item-Name.
           move Item-Category(WS-Maint-Item-Num) to WLR-Category.
           move WS-Maint-Stock-Value            to WLR-Quantity.
           move WS-Waste-Reason                 to WLR-Reason.
           move Item-Unit-Cost(WS-Maint-Item-Num) to WLR-Unit-Cost.
           compute WLR-Cost-Value =
                   Item-Unit-Cost(WS-Maint-Item-Num)
                 * WS-Maint-Stock-Value.
           move WS-Cashier-Id                   to WLR-Entered-By.
           move WS-Maint-Approver-Id            to WLR-Approver-Id.

           open extend Waste-Log-File.
           if WS-Waste-Log-Status not = '00'
               open output Waste-Log-File
           end-if.

           write Waste-Log-File-Record from Waste-Log-Record.

           close Waste-Log-File.

       1595-Write-Waste-Log-Exit.
           Exit.

       1540-Save-Menu-Item.

      *    Rewrite the item 1541 locked, release it and bring this
      *    register's table entry up to date from what was written.
           rewrite Menu-Item-File-Record from Menu-Item-Record
             invalid key continue
           end-rewrite.

           move WS-Menu-Item-Status to WS-Menu-Save-Status.

           if WS-Menu-Item-Status not = '00'
               Display 'Warning: cafeItems.dat update failed'
                   ' (status ' WS-Menu-Item-Status
                   ') for ' MIR-Item-Name
           end-if.

           unlock Menu-Item-File.

           Perform 1547-Record-To-Menu-Table
              thru 1547-Record-To-Menu-Table-Exit.

       1540-Save-Menu-Item-Exit.
           Exit.

       1541-Lock-Menu-Item.

      *    Read the item for table entry WS-Menu-Post-Idx with a
      *    record lock. Locks are held only from here to 1540, so an
      *    item busy on another register frees up in a moment.
           move space to WS-Menu-Lock-Switch.

           if not Menu-File-Available
               set Menu-Item-Lock-Given-Up to true
           end-if.

           perform until Menu-Item-Locked
                      or Menu-Item-Not-On-File
                      or Menu-Item-Lock-Given-Up

               move Item-Name(WS-Menu-Post-Idx) to MIF-Item-Name
               read Menu-Item-File into Menu-Item-Record
                 with lock
                 invalid key continue
               end-read

               evaluate WS-Menu-Item-Status
                   when '00'
                       set Menu-Item-Locked to true
                   when '23'
                       set Menu-Item-Not-On-File to true
                       Display 'Warning: ' Item-Name(WS-Menu-Post-Idx)
                           ' is no longer in cafeItems.dat.'
                   when '51'
                       Display Item-Name(WS-Menu-Post-Idx)
                           ' is being updated on another register.'
                       Display 'Press Enter to try again.'
                       Accept WS-Lock-Retry-Response
                   when other
                       Display 'Warning: cannot read cafeItems.dat'
                           ' (status ' WS-Menu-Item-Status ') for '
                           Item-Name(WS-Menu-Post-Idx)
                       set Menu-Item-Lock-Given-Up to true
               end-evaluate

           end-perform.

       1541-Lock-Menu-Item-Exit.
           Exit.

       1544-Rename-Menu-Item.

      *    The name is the record key - the item is written under
      *    its new name and the old record deleted.
           Perform 1541-Lock-Menu-Item
              thru 1541-Lock-Menu-Item-Exit.

           if Menu-Item-Locked

               move WS-Maint-Name-Input to MIR-Item-Name

               write Menu-Item-File-Record from Menu-Item-Record
                 invalid key continue
               end-write

               evaluate WS-Menu-Item-Status
                   when '00'
                       move Item-Name(WS-Menu-Post-Idx)
                         to MIF-Item-Name
                       delete Menu-Item-File record
                         invalid key continue
                       end-delete
                       unlock Menu-Item-File

                       move 'rename item' to WS-Maint-Action
                       move Item-Name(WS-Menu-Post-Idx)
                         to WS-Maint-Log-Subject
                       Perform 1580-Log-Maint-Action
                          thru 1580-Log-Maint-Action-Exit

                       Perform 1547-Record-To-Menu-Table
                          thru 1547-Record-To-Menu-Table-Exit
                   when '22'
                       unlock Menu-Item-File
                       Display 'An item with that name is already'
                           ' on file; name unchanged.'
                   when other
                       unlock Menu-Item-File
                       Display 'Warning: cannot add to cafeItems.dat'
                           ' (status ' WS-Menu-Item-Status
                           '); name unchanged.'
               end-evaluate

           end-if.

       1544-Rename-Menu-Item-Exit.
           Exit.

       1545-Post-Stock-Change.

      *    Take WS-Stock-Taken off the item on file, not off this
      *    register's copy - other registers sell the same stock.
      *    Work the decrement in a signed field - subtracting past
      *    zero straight into the unsigned stock count would leave
      *    the absolute value behind as phantom stock.
           Perform 1541-Lock-Menu-Item
              thru 1541-Lock-Menu-Item-Exit.

           if Menu-Item-Locked

               compute WS-Stock-Work =
                       MIR-Stock-On-Hand - WS-Stock-Taken

               if WS-Stock-Work not greater than 0
                   move 0   to MIR-Stock-On-Hand
                   move 'N' to MIR-Item-Active
               else
                   move WS-Stock-Work to MIR-Stock-On-Hand
               end-if

               Perform 1540-Save-Menu-Item
                  thru 1540-Save-Menu-Item-Exit

           end-if.

       1545-Post-Stock-Change-Exit.
           Exit.

       1546-Refresh-Menu-Item.

      *    Bring one table entry up to date from the file before its
      *    stock or status is relied on. An item renamed or removed
      *    elsewhere can no longer be sold from this register.
           move 'no' to WS-Menu-Item-Gone-Switch.

           if Menu-File-Available

               move Item-Name(WS-Menu-Post-Idx) to MIF-Item-Name
               read Menu-Item-File into Menu-Item-Record
                 invalid key continue
               end-read

               evaluate WS-Menu-Item-Status
                   when '00'
                       Perform 1547-Record-To-Menu-Table
                          thru 1547-Record-To-Menu-Table-Exit
                   when '23'
                       set Item-Is-Inactive(WS-Menu-Post-Idx) to true
                       set Menu-Item-Gone to true
                   when other
                       continue
               end-evaluate

           end-if.

       1546-Refresh-Menu-Item-Exit.
           Exit.

       1547-Record-To-Menu-Table.

           move MIR-Item-Name     to Item-Name(WS-Menu-Post-Idx).
           move MIR-Item-Price    to Item-Price(WS-Menu-Post-Idx).
           move MIR-Item-Active   to Item-Active(WS-Menu-Post-Idx).
           move MIR-Stock-On-Hand
             to Item-Stock-On-Hand(WS-Menu-Post-Idx).
           move MIR-Item-Category to Item-Category(WS-Menu-Post-Idx).
           move MIR-Unit-Cost     to Item-Unit-Cost(WS-Menu-Post-Idx).

       1547-Record-To-Menu-Table-Exit.
           Exit.

       1550-Validate-Price.
       1550-Validate-Price-Exit.
           Exit.

       1555-Validate-Cost.

           move 0 to WS-Maint-Cost-Value.

           compute WS-Maint-Cost-Test =
                   function test-numval(WS-Maint-Cost-Text).

           if WS-Maint-Cost-Test = 0
               compute WS-Maint-Cost-Value =
                       function numval(WS-Maint-Cost-Text)

               if WS-Maint-Cost-Value < 0
               or WS-Maint-Cost-Value > 9999.99
                   move 1 to WS-Maint-Cost-Test
                   Display 'Cost must be from 0 to 9999.99.'
               end-if
           else
               Display 'Cost must be a valid number (e.g. 0.85).'
           end-if.

       1555-Validate-Cost-Exit.
           Exit.


       9999-Termination-Clean-Up.

               close Trans-Index-File
           end-if.

           if Menu-File-Available
               close Menu-Item-File
           end-if.

           if Loyalty-File-Available
               close Loyalty-Master-File
           end-if.

           if Gift-File-Available
               close Gift-Card-File
           end-if.

           Display " ".
           Display " ".


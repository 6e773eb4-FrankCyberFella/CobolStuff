       File Section.

        FD Order-Trans-File
           record contains 250.

        01 Order-Trans-File-Record  pic x(250).

        FD Validation-Report-File
           record contains 80.
           05 OTR-Trans-Type        pic x(1).
              88 OTR-Is-Sale        value 'S'.
              88 OTR-Is-Void        value 'V'.
              88 OTR-Is-Comp        value 'C'.
           05 filler                pic x(1).
           05 OTR-Ref-Order-Seq     pic 9(9).
           05 filler                pic x(1).
           05 OTR-Category          pic x(10).
           05 filler                pic x(23).
           05 OTR-Terminal-Id       pic x(4).
           05 filler                pic x(16).
           05 OTR-Approver-Id       pic x(10).

      *    Character view of the same record so amount fields can
      *    be vetted with test-numval before any arithmetic touches
           if  WS-Record-Valid-Switch = 'Y'
           and not OTR-Is-Sale
           and not OTR-Is-Void
           and not OTR-Is-Comp
               move spaces to WS-Exception-Text
               string 'Line ' delimited by size
                      WS-Line-Num-Out delimited by size
                      ': trans type is not S, V or C' delimited by size
                      into WS-Exception-Text
               end-string
               Perform 9000-Write-Exception
               move 'N' to WS-Record-Valid-Switch
           end-if.

      *    A comp is only good with a reason and the manager who
      *    approved it - either one blank means it bypassed the till.
           if  WS-Record-Valid-Switch = 'Y'
           and OTR-Is-Comp
           and (OTR-Void-Reason = spaces
             or OTR-Approver-Id = spaces)
               move spaces to WS-Exception-Text
               string 'Line ' delimited by size
                      WS-Line-Num-Out delimited by size
                      ': comp without reason or approver'
                         delimited by size
                      into WS-Exception-Text
               end-string
               Perform 9000-Write-Exception
                  thru 9000-Write-Exception-Exit
           end-if.

           if WS-Record-Valid-Switch = 'Y'
               Perform 1200-Post-Valid-Record
                  thru 1200-Post-Valid-Record-Exit

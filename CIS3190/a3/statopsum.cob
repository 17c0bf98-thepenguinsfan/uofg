           02 au-control pic x(1).
           02 au-registered pic x(1).
           02 au-return-code pic 9(2).
      *> D = duplicate delivery, F = first delivery, - = none taken
           02 au-delivery pic x(1).

      *> this program's own summary report, timestamped the same
      *> way statmeasure2 names its packets
               03 rn-balance pic x(1).
               03 rn-control pic x(1).
               03 rn-registered pic x(1).
               03 rn-delivery pic x(1).
               03 rn-return-code pic s9(4).

       01 ws-total-valid pic s9(9) value 0.
           02 filler pic x(8) value "balance".
           02 filler pic x(8) value "control".
           02 filler pic x(7) value "regist".
           02 filler pic x(6) value "deliv".
           02 filler pic x(3) value " rc".
       01 ws-summary-detail-line.
           02 filler pic x(1) value space.
           02 sdl-balance pic x(8).
           02 sdl-control pic x(8).
           02 sdl-register pic x(7).
           02 sdl-delivery pic x(6).
           02 sdl-rc pic z9.
           02 filler pic x(1) value space.
           02 sdl-attention pic x(3).
               move au-balance to rn-balance(ws-run-count)
               move au-control to rn-control(ws-run-count)
               move au-registered to rn-registered(ws-run-count)
               move au-delivery to rn-delivery(ws-run-count)
               move au-return-code
                   to rn-return-code(ws-run-count)
           end-if.
                   move "balanced" to sdl-balance
               when "U"
                   move "OUT BAL" to sdl-balance
               when "X"
                   move "OUT XFD" to sdl-balance
               when other
                   move "-" to sdl-balance
           end-evaluate
               when other
                   move "-" to sdl-register
           end-evaluate
           evaluate rn-delivery(ws-run-index)
               when "F"
                   move "new" to sdl-delivery
               when "D"
                   move "DUP" to sdl-delivery
               when other
                   move "-" to sdl-delivery
           end-evaluate
           move rn-return-code(ws-run-index) to sdl-rc
           if rn-return-code(ws-run-index) > 0
               or rn-balance(ws-run-index) = "U"
               or rn-balance(ws-run-index) = "X"
               or rn-control(ws-run-index) = "O"
               or rn-registered(ws-run-index) = "N"
               or rn-delivery(ws-run-index) = "D"
               or rn-valid-count(ws-run-index) = 0
               move "<<<" to sdl-attention
               add 1 to ws-failed-count

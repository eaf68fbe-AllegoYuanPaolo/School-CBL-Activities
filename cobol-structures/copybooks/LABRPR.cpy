      *> Labor rate lookup over LABOR-RATE-TABLE (LABRTBL.cpy). Set
      *> wsLaborCode and PERFORM; wsLaborOk comes back "Y" with the
      *> cut rate and handling charge loaded, or "N" for a blank or
      *> unknown code, in which case the caller leaves the labor at
      *> zero.
       LOOKUP-LABOR-RATE.
           move function upper-case(wsLaborCode) to wsLaborCode
           move "N" to wsLaborOk
           move 0 to wsCutRate
           move 0 to wsHandlingRate
           if wsLaborCode not = spaces
               perform varying lrIdx from 1 by 1
                       until lrIdx > 5
                           or wsLaborCode = LR-CODE(lrIdx)
               end-perform
               if lrIdx <= 5
                   move "Y" to wsLaborOk
                   move LR-CUT-RATE(lrIdx) to wsCutRate
                   move LR-HANDLING(lrIdx) to wsHandlingRate
               end-if
           end-if.

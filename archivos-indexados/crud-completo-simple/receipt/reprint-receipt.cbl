                   MOVE "INT.DESCUB." TO WS-TYPE-TEXT
               WHEN TRANS-IS-WITHHOLDING
                   MOVE "RETENCION" TO WS-TYPE-TEXT
               WHEN TRANS-IS-DC-TAX
                   MOVE "IMP.LEY25413" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE TRANS-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.

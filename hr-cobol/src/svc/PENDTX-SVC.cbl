                       OF IN-PENDTX OF PENDTX-SVC-REQ
                   AND NOT TX-MANAGER-CHANGE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
                   AND NOT TX-TYPE-CHANGE
                       OF IN-PENDTX OF PENDTX-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF PENDTX-SVC-RES
               MOVE 'TX-TYPE must be X, T, G, M or E'
                   TO STATUS-MSG OF PENDTX-SVC-RES
               EXIT PARAGRAPH
           END-IF

      *    A type change moves a fixed-term employee onto an
      *    indefinite term - full-time or part-time, never back to
      *    contract
           IF TX-TYPE-CHANGE OF IN-PENDTX OF PENDTX-SVC-REQ
                   AND NEW-EMP-TYPE OF IN-PENDTX OF PENDTX-SVC-REQ
                       NOT = 'F'
                   AND NEW-EMP-TYPE OF IN-PENDTX OF PENDTX-SVC-REQ
                       NOT = 'P'
               MOVE 422 TO STATUS-CODE-N OF PENDTX-SVC-RES
               MOVE 'NEW-EMP-TYPE must be F or P'
                   TO STATUS-MSG OF PENDTX-SVC-RES
               EXIT PARAGRAPH
           END-IF

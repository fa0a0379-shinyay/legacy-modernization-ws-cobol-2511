              NOT TYPE-DEPT OF SEQ-SVC-REQ AND
              NOT TYPE-PAY OF SEQ-SVC-REQ AND
              NOT TYPE-ADJ OF SEQ-SVC-REQ AND
              NOT TYPE-PENDTX OF SEQ-SVC-REQ AND
              NOT TYPE-REQN OF SEQ-SVC-REQ
               MOVE 422 TO STATUS-CODE-N OF SEQ-SVC-RES
               STRING 'SVC=' WS-PROGRAM-NAME
                      ' OP=SEQ CODE=422 '
                      'CAUSE=Invalid ENTITY-TYPE '
                      'ACTION=Use EMP, DEP, PAY, ADJ, PTX or REQ '
                      'CORR=' CORR-ID OF SEQ-SVC-REQ
                   DELIMITED BY SIZE
                   INTO STATUS-MSG OF SEQ-SVC-RES

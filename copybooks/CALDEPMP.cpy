                                   TO DEPTM-ACTIVE (DEPTM-COUNT)
                               MOVE DEPTM-RECORD (35:20)
                                   TO DEPTM-CONTACT (DEPTM-COUNT)
                               MOVE DEPTM-RECORD (55:6)
                                   TO DEPTM-COST-CTR (DEPTM-COUNT)
                               MOVE DEPTM-RECORD (61:10)
                                   TO DEPTM-GL-ACCT (DEPTM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

               END-PERFORM
               DISPLAY 'ENTER ALLOWED FUNCTIONS (E=ENTRY,'
                   ' P=PAYMENTS, R=RELEASES, M=MASTERS,'
                   ' T=TIME ENTRY, G=GL JOURNAL):'
               ACCEPT MAINT-FUNCS
               ADD 1 TO OP-COUNT
               MOVE MAINT-OPER-ID   TO OP-T-ID(OP-COUNT)

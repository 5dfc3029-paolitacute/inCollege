              IF FUNCTION TRIM(LS-ACCOUNT-TYPE) NOT = "EMPLOYER"
                 AND FUNCTION TRIM(LS-ACCOUNT-TYPE) NOT = "ADMIN"
                 AND FUNCTION TRIM(LS-ACCOUNT-TYPE) NOT = "STAFF"
                 AND FUNCTION TRIM(LS-ACCOUNT-TYPE) NOT = "FACULTY"
                  MOVE "STUDENT" TO LS-ACCOUNT-TYPE
              END-IF.


             88 COMM-SUS-FAIL-TARGET-CLOSED      VALUE '7'.             00320000
             88 COMM-SUS-FAIL-READ-ERR           VALUE '8'.             00330000
             88 COMM-SUS-FAIL-CURRENCY           VALUE 'C'.             00335000
             88 COMM-SUS-FAIL-ISA-ALLOWANCE      VALUE 'I'.             00335100

           05  VENDOR-TERMS-MASTER     PIC X(3).
           05  VENDOR-1099-MASTER      PIC X.
               88  VENDOR-IS-1099                      VALUE 'Y'.
           05  VENDOR-PAY-METHOD-MASTER PIC X.
               88  VENDOR-PAID-BY-CHECK                VALUE 'C' ' '.
               88  VENDOR-PAID-BY-EFT                  VALUE 'E'.
           05  VENDOR-ROUTING-MASTER   PIC X(9).
           05  VENDOR-BANK-ACCT-MASTER PIC X(17).
           05  VENDOR-ACCT-TYPE-MASTER PIC X.
               88  VENDOR-ACCT-CHECKING                VALUE 'C'.
               88  VENDOR-ACCT-SAVINGS                 VALUE 'S'.

       FD  EXTRACT-1099-FILE RECORDING MODE IS F.
       01  EXTRACT-1099-RECORD.

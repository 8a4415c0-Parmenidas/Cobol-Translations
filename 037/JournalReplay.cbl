                             ==WITHHOLDING-RATE==
                          BY ==JR-WITHHOLDING-RATE==
                             ==HIRE-DATE== BY ==JR-HIRE-DATE==.
               02 JR-SEQ-NUM     PIC 9(9).
               02 JR-CHAIN       PIC 9(9).

           FD IdxMaster.
      *> Same indexed layout WriteData writes - see copybooks/EMPREC.cpy

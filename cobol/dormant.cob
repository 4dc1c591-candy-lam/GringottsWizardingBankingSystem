           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

      *    layout kept in step with lgarch.cob's CARRYFWD-REC
       FD CARRYFWD-FILE.

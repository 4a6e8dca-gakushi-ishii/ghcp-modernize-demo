           05 SNP-LOT-FLAG       PIC X(1).
           05 SNP-ABC-CLASS      PIC X(1).
           05 SNP-LAST-COUNT-DATE PIC X(8).
           05 SNP-ORDER-UP-TO    PIC X(5).
           05 SNP-ORDER-UP-TO-N REDEFINES SNP-ORDER-UP-TO
                                 PIC 9(5).

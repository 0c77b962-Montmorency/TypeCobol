           05  HTR-TRANS-SERIAL             PIC 9(13).
           05  HTR-TRANS-TYPE               PIC X(02).
           05  HTR-SOURCE-SYSTEM            PIC X(03).
           05  HTR-REVERSES-SERIAL          PIC 9(13).
           05  HTR-COUNTER-ENTITY-ID        PIC X(10).
           05  HTR-EXTERNAL-REF             PIC X(12).

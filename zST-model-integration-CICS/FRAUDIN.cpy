           06 AvsXResult PIC X(01).
           06 MerchantXFraudRate COMP-2 SYNC.
           06 LocationXJump COMP-2 SYNC.
           06 AmountXVsXUsual COMP-2 SYNC.
           06 FirstXTimeXMcc COMP-2 SYNC.
           06 UnusualXHour COMP-2 SYNC.
           06 UnusualXState COMP-2 SYNC.
        PROCEDURE DIVISION.
                STOP RUN. 

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHSRV.
      ******************************************************************
      *    HASHSRV - shared record hash service, called like ERRLOG.
      *    Each byte of the record is folded into two independent
      *    polynomial hashes,
      *
      *       A = (A * 31 + byte + 1) modulo 999999937
      *       B = (B * 37 + byte + 1) modulo 999999929
      *
      *    the two primes being the largest that fit nine digits.
      *    Position counts, so a transposed pair of bytes or records
      *    changes both halves; the +1 makes a leading LOW-VALUE byte
      *    count too.  The service keeps no state of its own - the
      *    running hash is the caller's HS-HASH - so it is the same
      *    hash whoever calls it, which is what lets a hash taken by
      *    one program be checked by another.
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BYTE-SUB              PIC 9(4)  COMP VALUE ZEROES.
       01 WS-BYTE-VALUE            PIC 9(3)  VALUE ZEROES.
       01 WS-WORK                  PIC 9(12) VALUE ZEROES.
       01 WS-QUOTIENT              PIC 9(12) VALUE ZEROES.
       01 WS-PRIME-A               PIC 9(9)  VALUE 999999937.
       01 WS-PRIME-B               PIC 9(9)  VALUE 999999929.
      ******************************************************************
       LINKAGE SECTION.
           COPY HASHSRVR.
      ******************************************************************
       PROCEDURE DIVISION USING HASHSRV-PARM.
       MAIN.
           EVALUATE HS-FUNCTION
               WHEN 'INIT'
                   MOVE ZEROES TO HS-HASH-A
                   MOVE ZEROES TO HS-HASH-B
               WHEN 'ADD '
                   PERFORM FOLD-RECORD THRU FOLD-RECORD-END
               WHEN OTHER
                   DISPLAY 'HASHSRV: UNKNOWN FUNCTION ' HS-FUNCTION
           END-EVALUATE
           GOBACK
           .
       FOLD-RECORD.
           IF HS-LENGTH = ZEROES OR HS-LENGTH > 400
               DISPLAY 'HASHSRV: LENGTH ' HS-LENGTH ' OUT OF RANGE'
               GO TO FOLD-RECORD-END
           END-IF
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > HS-LENGTH
               COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD (HS-DATA (WS-BYTE-SUB:1))
               COMPUTE WS-WORK = HS-HASH-A * 31 + WS-BYTE-VALUE
               DIVIDE WS-WORK BY WS-PRIME-A GIVING WS-QUOTIENT
                   REMAINDER HS-HASH-A
               COMPUTE WS-WORK = HS-HASH-B * 37 + WS-BYTE-VALUE
               DIVIDE WS-WORK BY WS-PRIME-B GIVING WS-QUOTIENT
                   REMAINDER HS-HASH-B
           END-PERFORM.
       FOLD-RECORD-END.
           CONTINUE.

      *                 CAINDO). Assim a deriva lenta de um
      *                 refrigerador aparece semanas antes de
      *                 estourar o limite de alarme.
      * 15/10/2026  CM  Leituras estornadas no TEMPLOG (situacao E)
      *                 deixam de entrar na media, minima e maxima do
      *                 dia corrente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-TENDENCIA.
           05 TL-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(18).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

       FD  TENDPARM-ARQ.
       01  TENDPARM-REG.
           EXIT.

       3200-ACUMULAR-HOJE.
           IF TL-ESTORNADO
               GO TO 3200-ACUMULAR-HOJE-FIM
           END-IF

           EVALUATE TRUE
               WHEN TL-ESCALA = "C" OR "c"
                   MOVE 1 TO WS-ESC-SUB

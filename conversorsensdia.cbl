      *                 no SENSFEED do dia (nem log nem rejeito),
      *                 para que um sensor morto nao passe por um dia
      *                 bom.
      * 15/10/2026  CM  Layout do SENSCAD acompanhou o novo campo
      *                 SC-AREA (area de armazenagem do sensor).
      * 15/10/2026  CM  Lancamentos estornados no TEMPLOG (TL-SITUACAO
      *                 "E") deixam de entrar na estatistica do sensor
      *                 e sao contados em linha propria no fim do
      *                 relatorio; os lancamentos corretivos entram
      *                 normalmente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-SENSOR-DIARIO.
                                       SEPARATE.
           05 SC-CALIB-DATA       PIC 9(08).
           05 SC-CALIB-PROXIMA    PIC 9(08).
           05 SC-AREA             PIC X(06).

       FD  TEMPLOG-ARQ.
       01  TEMPLOG-REG.
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 TL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(11).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

       FD  TEMPRJ-ARQ.
       01  TEMPRJ-REG.
       77  WS-MEDIA-TEMPER    PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-QTD-DESCONHEC   PIC 9(07) COMP VALUE ZEROS.
       77  WS-DESCONHEC-EDT   PIC ZZZZZZ9    VALUE ZEROS.
       77  WS-QTD-ESTORNADOS  PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-SILENCIOSOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(02) COMP VALUE 99.
           IF TL-SENSOR-ID = SPACES
               GO TO 2200-ACUMULAR-LOG-FIM
           END-IF
           IF TL-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
               GO TO 2200-ACUMULAR-LOG-FIM
           END-IF

           MOVE TL-SENSOR-ID TO WS-SENSOR-BUSCA
           PERFORM 8000-LOCALIZAR-SENSOR THRU
               WRITE RELSENS-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF

           IF WS-QTD-ESTORNADOS > 0
               PERFORM 9000-VERIFICAR-PAGINA THRU
                       9000-VERIFICAR-PAGINA-EXIT
               MOVE SPACES TO RELSENS-REG
               STRING "     LEITURAS ESTORNADAS (DESCONSIDERADAS): "
                   DELIMITED BY SIZE INTO RELSENS-REG
               MOVE WS-QTD-ESTORNADOS TO WS-DESCONHEC-EDT
               MOVE WS-DESCONHEC-EDT TO RELSENS-REG (48:7)
               WRITE RELSENS-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF
           .
       4000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

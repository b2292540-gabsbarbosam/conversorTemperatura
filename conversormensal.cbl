      *                 TEMPLOG indexado (data/hora/sequencia); o
      *                 leiaute de leitura e o arquivo de trabalho
      *                 acompanharam a nova largura de 84 posicoes.
      * 15/10/2026  CM  Registros estornados (situacao E, herdada do
      *                 TEMPLOG pelo arquivamento) deixam de entrar
      *                 nos totais do TEMPMENS; sao contados a parte e
      *                 removidos com o detalhe do mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-CONSOLIDA-MENSAL.
           05 TH-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TH-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(20).
           05 TH-SITUACAO         PIC X(01).
               88 TH-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

       FD  TEMPMENS-ARQ.
       01  TEMPMENS-REG.
       77  WS-QTD-LIDOS       PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-DO-MES      PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-MANTIDOS    PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-ESTORNADOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-TOTALIZADOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-MEDIA-TEMPER    PIC S9(05)V9(02) VALUE ZEROS.
           DISPLAY "===== CONSOLIDACAO MENSAL - " WS-ANO-MES " ====="
           DISPLAY "REGISTROS LIDOS DO TEMPHIST: " WS-QTD-LIDOS
           DISPLAY "REGISTROS DO MES...........: " WS-QTD-DO-MES
           DISPLAY "ESTORNADOS FORA DOS TOTAIS.: " WS-QTD-ESTORNADOS
           DISPLAY "REGISTROS MANTIDOS.........: " WS-QTD-MANTIDOS
           DISPLAY "TOTAIS GRAVADOS EM TEMPMENS: " WS-QTD-TOTALIZADOS
           .

      ******************************************************************
      * 3000-PROCESSAR-REG - registros do mes em consolidacao sao
      * acumulados por dia e por escala, exceto os estornados, que
      * so sao contados; os demais sao copiados para o arquivo de
      * trabalho que dara origem ao novo TEMPHIST.
      ******************************************************************
       3000-PROCESSAR-REG.
           ADD 1 TO WS-QTD-LIDOS
           IF TH-ANO-MES = WS-ANO-MES
                   AND TH-DIA >= 1 AND TH-DIA <= 31
               ADD 1 TO WS-QTD-DO-MES
               IF TH-ESTORNADO
                   ADD 1 TO WS-QTD-ESTORNADOS
               ELSE
                   PERFORM 3100-ACUMULAR THRU 3100-ACUMULAR-EXIT
               END-IF
           ELSE
               MOVE TEMPHIST-REG TO HISTWRK-REG
               WRITE HISTWRK-REG

      * 03/09/2026  CM  O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 orquestrador CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Executado pelo fechamento noturno com data de
      *                 negocio informada (arquivo DATANEG marcado
      *                 "A"), o resumo passa a ser da data de negocio
      *                 em vez da data de hoje.
      * 15/10/2026  CM  Lancamentos estornados no TEMPLOG (TL-SITUACAO
      *                 "E") deixam de entrar nas contagens e nas
      *                 estatisticas do dia e sao apenas contados a
      *                 parte; os lancamentos corretivos entram
      *                 normalmente no lugar dos originais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-RESUMO-DIARIO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-STATUS-TEMPLOG.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLOG-ARQ.
           05 TL-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(18).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-TEMPLOG PIC X(02)         VALUE SPACES.
       77  WS-FIM-TEMPLOG    PIC X(01)         VALUE "N".
           88 WS-FIM-DO-TEMPLOG                VALUE "S".
       77  WS-QTD-TOTAL      PIC 9(07)   COMP  VALUE ZEROS.
       77  WS-QTD-ESTORNADOS PIC 9(07)   COMP  VALUE ZEROS.
       77  WS-TEMPER-NUM     PIC S9(05)V9(02)  VALUE ZEROS.
       77  WS-MEDIA-TEMPER   PIC S9(05)V9(02)  VALUE ZEROS.
       77  WS-MIN-EDT        PIC -(05)9.99     VALUE ZEROS.
       77  WS-MAX-EDT        PIC -(05)9.99     VALUE ZEROS.
       77  WS-MEDIA-EDT      PIC -(05)9.99     VALUE ZEROS.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".

      ******************************************************************
      * WS-STATS-ESCALA - contagem, soma e faixa das leituras do dia,
           GOBACK.

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data do sistema (ou a data de
      * negocio do fechamento noturno), abre o TEMPLOG e posiciona
      * com START no primeiro registro dessa data.
      * Arquivo inexistente ou sem registros do dia emite o resumo
      * zerado em vez de abortar o programa.
      ******************************************************************
           MOVE "KELVIN"    TO WS-STATS-NOME  (3)

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           END-IF

           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG = "35"
               SET WS-FIM-DO-TEMPLOG TO TRUE
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-DATA-NEGOCIO - le o arquivo DATANEG gravado pelo
      * fechamento noturno. Marcado "A", a data de negocio informada
      * substitui a data de hoje; ausente ou liberado ("D"), o
      * programa segue o comportamento de sempre.
      ******************************************************************
       1200-LER-DATA-NEGOCIO.
           OPEN INPUT DATANEG-ARQ
           IF WS-STATUS-DATANEG = "35"
               GO TO 1200-LER-DATA-NEGOCIO-EXIT
           END-IF

           READ DATANEG-ARQ
               AT END
                   CLOSE DATANEG-ARQ
                   GO TO 1200-LER-DATA-NEGOCIO-EXIT
           END-READ
           CLOSE DATANEG-ARQ

           IF DN-ATIVA AND DN-DATA-NEGOCIO NUMERIC
                   AND DN-DATA-NEGOCIO > 0
               MOVE DN-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               SET WS-COM-DATA-NEGOCIO TO TRUE
           END-IF
           .
       1200-LER-DATA-NEGOCIO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-LER-TEMPLOG - le o proximo registro do log a partir da
      * posicao de START; como a chave e ascendente por data, o
      * 3000-PROCESSAR-REG - acumula, para os registros da data de
      * hoje, a contagem, o minimo, o maximo e a soma das temperaturas
      * informadas, separadamente por escala de entrada em
      * WS-STATS-ESCALA. Lancamento estornado so e contado a parte.
      ******************************************************************
       3000-PROCESSAR-REG.
           IF TL-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
               GO TO 3000-PROCESSAR-REG-FIM
           END-IF

           ADD 1 TO WS-QTD-TOTAL

           EVALUATE TRUE
                   MOVE WS-TEMPER-NUM TO WS-STATS-MAX (WS-ESC-IDX)
               END-IF
           END-IF
           .
       3000-PROCESSAR-REG-FIM.
           PERFORM 2000-LER-TEMPLOG THRU 2000-LER-TEMPLOG-EXIT
           .
       3000-PROCESSAR-REG-EXIT.
               WS-STATS-QTD (3)
           DISPLAY "TOTAL DE LEITURAS PROCESSADAS...........: "
               WS-QTD-TOTAL
           DISPLAY "LANCAMENTOS ESTORNADOS (DESCONSIDERADOS): "
               WS-QTD-ESTORNADOS

           IF WS-QTD-TOTAL = 0
               DISPLAY "NENHUMA LEITURA ENCONTRADA PARA A DATA DE HOJE"

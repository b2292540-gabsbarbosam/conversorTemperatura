      * 03/09/2026  CM  O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 orquestrador CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Executado pelo fechamento noturno com data de
      *                 negocio informada (arquivo DATANEG marcado
      *                 "A"), a conciliacao passa a ser da data de
      *                 negocio, sem o ACCEPT da data no console.
      * 15/10/2026  CM  Estornos e corretivos do TEMPLOG: o confronto
      *                 com o CTRLRUN continua pelos lancamentos
      *                 gravados pelas execucoes (estornados inclusive,
      *                 ja que foram convertidos), sem os corretivos
      *                 (TL-TIPO-LANC "C"), que nao passam pelo
      *                 CTRLRUN; a conciliacao passa a exibir os
      *                 estornados, os corretivos e o total liquido de
      *                 conversoes validas do dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-CONCILIA-TOTAIS.
           SELECT TEMPRJ-ARQ ASSIGN TO "TEMPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPRJ.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
       DATA DIVISION.
       FILE SECTION.
       FD  CTRLRUN-ARQ.
               10 TL-HORA         PIC 9(08).
               10 FILLER          PIC X(01).
               10 TL-SEQ          PIC 9(03).
           05 FILLER              PIC X(42).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 TL-TIPO-LANC        PIC X(01).
               88 TL-CORRECAO                 VALUE "C".
           05 FILLER              PIC X(19).

       FD  TEMPRJ-ARQ.
       01  TEMPRJ-REG.
           05 TR-DATA             PIC 9(08).
           05 FILLER              PIC X(106).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-CTRLRUN  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
           88 WS-FIM-DO-TEMPRJ               VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-CONC       PIC 9(08)      VALUE ZEROS.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".
       77  WS-QTD-EXECUCOES   PIC 9(05) COMP VALUE ZEROS.
       77  WS-TOT-LIDOS       PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-CONVERTIDOS PIC 9(09) COMP VALUE ZEROS.
       77  WS-TOT-PULADOS     PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-TEMPLOG     PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-TEMPRJ      PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-ESTORNADOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-CORRETIVOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-LIQUIDO     PIC 9(09) COMP VALUE ZEROS.
       77  WS-EQUILIBRADO     PIC X(01)      VALUE "S".
           88 WS-EM-EQUILIBRIO               VALUE "S".


      ******************************************************************
      * 1000-INICIALIZAR - obtem a data a conciliar (AAAAMMDD) junto
      * ao operador; resposta em branco concilia a data de hoje. No
      * fechamento noturno com data de negocio informada, concilia
      * essa data sem perguntar.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-CONC
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           DISPLAY "INFORME A DATA A CONCILIAR (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LER-DATA-NEGOCIO - le o arquivo DATANEG gravado pelo
      * fechamento noturno. Marcado "A", a data de negocio informada
      * substitui a data do console; ausente ou liberado ("D"), o
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
      * 2000-SOMAR-CTRLRUN - acumula os totais de controle de todas
      * as execucoes registradas na data conciliada.

      ******************************************************************
      * 3000-CONTAR-TEMPLOG - conta os registros de TEMPLOG gravados
      * na data conciliada: os lancamentos das execucoes (estornados
      * inclusive) a parte dos corretivos, e os estornados.
      ******************************************************************
       3000-CONTAR-TEMPLOG.
           OPEN INPUT TEMPLOG-ARQ
           EXIT.

       3200-CONTAR-LOG.
           IF TL-CORRECAO
               ADD 1 TO WS-QTD-CORRETIVOS
           ELSE
               ADD 1 TO WS-QTD-TEMPLOG
           END-IF
           IF TL-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
           END-IF
           PERFORM 3100-LER-TEMPLOG THRU 3100-LER-TEMPLOG-EXIT
           .
       3200-CONTAR-LOG-EXIT.
           DISPLAY "PULADOS POR CHECKPOINT....: " WS-TOT-PULADOS
           DISPLAY "GRAVADOS EM TEMPLOG.......: " WS-QTD-TEMPLOG
           DISPLAY "GRAVADOS EM TEMPRJ........: " WS-QTD-TEMPRJ
           COMPUTE WS-QTD-LIQUIDO =
               WS-QTD-TEMPLOG + WS-QTD-CORRETIVOS - WS-QTD-ESTORNADOS
           DISPLAY "ESTORNADOS NO TEMPLOG.....: " WS-QTD-ESTORNADOS
           DISPLAY "CORRETIVOS NO TEMPLOG.....: " WS-QTD-CORRETIVOS
           DISPLAY "CONVERSOES VALIDAS (LIQ.).: " WS-QTD-LIQUIDO

           IF WS-TOT-CONVERTIDOS NOT = WS-QTD-TEMPLOG
               MOVE "N" TO WS-EQUILIBRADO

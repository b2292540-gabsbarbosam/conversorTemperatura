      * 03/09/2026  CM  O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 orquestrador CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Executado pelo fechamento noturno com data de
      *                 negocio informada (arquivo DATANEG marcado
      *                 "A"), o perfil passa a ser da data de negocio,
      *                 sem o ACCEPT da data no console.
      * 15/10/2026  CM  Lancamentos estornados no TEMPLOG (TL-SITUACAO
      *                 "E") deixam de entrar no perfil e sao contados
      *                 em linha propria no fim do relatorio; os
      *                 lancamentos corretivos entram normalmente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-PERFIL-HORARIO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-STATUS-TEMPLOG.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
           SELECT RELPERF-ARQ ASSIGN TO "RELPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELPERF.
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

       FD  RELPERF-ARQ.
       01  RELPERF-REG            PIC X(80).
           88 WS-SEM-TEMPLOG                 VALUE "N".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-REL        PIC 9(08)      VALUE ZEROS.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".
       77  WS-HORA-IDX        PIC 9(02) COMP VALUE ZEROS.
       77  WS-ESC-SUB         PIC 9(01) COMP VALUE ZEROS.
       77  WS-QTD-DIA         PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-ESTORNADOS  PIC 9(07) COMP VALUE ZEROS.
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-MEDIA-TEMPER    PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
               "TOTAL DE LEITURAS DO DIA: ".
           05 TOT-QTD             PIC ZZZZZZ9.

       01  WS-LIN-ESTORNO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(26)  VALUE
               "ESTORNADOS (FORA DO PERFIL".
           05 FILLER              PIC X(02)  VALUE "):".
           05 EST-QTD             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data do relatorio (branco usa a
      * data de hoje; no fechamento noturno com data de negocio
      * informada, usa essa data sem perguntar), zera os
      * acumuladores e abre o TEMPLOG.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-REL
               GO TO 1000-INICIALIZAR-ZERAR
           END-IF

           DISPLAY "INFORME A DATA DO PERFIL (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-REL
           END-IF
           .
       1000-INICIALIZAR-ZERAR.
           PERFORM 1100-ZERAR-HORA THRU 1100-ZERAR-HORA-EXIT
               VARYING WS-HORA-IDX FROM 1 BY 1
               UNTIL WS-HORA-IDX > 24
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

       1100-ZERAR-HORA.
           PERFORM 1110-ZERAR-ESCALA THRU 1110-ZERAR-ESCALA-EXIT
               VARYING WS-ESC-SUB FROM 1 BY 1

      ******************************************************************
      * 3000-PROCESSAR-REG - acumula as leituras da data do relatorio
      * por hora (TL-HORA-HH) e por escala de entrada. Lancamento
      * estornado so e contado a parte.
      ******************************************************************
       3000-PROCESSAR-REG.
           IF TL-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
           ELSE
               IF TL-HORA-HH < 24
                   PERFORM 3100-ACUMULAR THRU 3100-ACUMULAR-EXIT
               END-IF
           END-IF

           PERFORM 2000-LER-TEMPLOG THRU 2000-LER-TEMPLOG-EXIT
           MOVE WS-LIN-TOTAL TO RELPERF-REG
           WRITE RELPERF-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           IF WS-QTD-ESTORNADOS > 0
               MOVE WS-QTD-ESTORNADOS TO EST-QTD
               MOVE WS-LIN-ESTORNO    TO RELPERF-REG
               WRITE RELPERF-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF
           .
       4000-IMPRIMIR-PERFIL-EXIT.
           EXIT.

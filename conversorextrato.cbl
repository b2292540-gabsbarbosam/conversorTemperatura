      * 03/09/2026  CM  O encerramento passou de STOP RUN para GOBACK
      *                 para permitir a execucao encadeada pelo
      *                 orquestrador CONVERSOR-FECHAMENTO-NOTURNO.
      * 15/10/2026  CM  Executado pelo fechamento noturno com data de
      *                 negocio informada (arquivo DATANEG marcado
      *                 "A"), o extrato passa a ser da data de negocio,
      *                 sem o ACCEPT da data no console.
      * 15/10/2026  CM  Lancamentos estornados no TEMPLOG (TL-SITUACAO
      *                 "E") deixam de ser extraidos como detalhe D.
      *                 Os estornos do TEMPESTO de lancamentos de datas
      *                 anteriores, ja enviados ao historiador, saem
      *                 como detalhe tipo E (chave e imagem do
      *                 original, temperatura com sinal invertido, de
      *                 modo que o somatorio de controle fique
      *                 liquido), seguidos do corretivo, se houver,
      *                 como detalhe D. Cada estorno e marcado no
      *                 TEMPESTO com a data do extrato que o levou;
      *                 reprocessar a mesma data reenvia os mesmos
      *                 estornos. O TEMPESTO e regravado pelo arquivo
      *                 de trabalho ESTWRK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-EXTRATO-EXPORT.
           SELECT TEMPRJ-ARQ ASSIGN TO "TEMPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPRJ.
           SELECT DATANEG-ARQ ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATANEG.
           SELECT EXPORTA-ARQ ASSIGN TO "EXPORTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXPORTA.
           SELECT TEMPESTO-ARQ ASSIGN TO "TEMPESTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPESTO.
           SELECT ESTWRK-ARQ ASSIGN TO "ESTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTWRK.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLOG-ARQ.
           05 TL-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(18).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 TL-TIPO-LANC        PIC X(01).
           05 FILLER              PIC X(19).

       FD  TEMPRJ-ARQ.
       01  TEMPRJ-REG.
           05 TR-MOTIVO           PIC X(40).
           05 FILLER              PIC X(42).

       FD  DATANEG-ARQ.
       01  DATANEG-REG.
           05 DN-SITUACAO         PIC X(01).
               88 DN-ATIVA                    VALUE "A".
           05 FILLER              PIC X(01).
           05 DN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER              PIC X(70).

       FD  EXPORTA-ARQ.
       01  EXPORTA-REG            PIC X(120).

       FD  TEMPESTO-ARQ.
       01  TEMPESTO-REG.
           05 TE-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 TE-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 TE-OPERADOR         PIC X(06).
           05 FILLER              PIC X(01).
           05 TE-CHAVE-ORIG.
               10 TE-ORIG-DATA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 TE-ORIG-HORA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 TE-ORIG-SEQ     PIC 9(03).
           05 FILLER              PIC X(01).
           05 TE-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 TE-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TE-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TE-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 TE-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 TE-MOTIVO           PIC X(40).
           05 FILLER              PIC X(01).
           05 TE-CORRECAO         PIC X(01).
               88 TE-COM-CORRECAO             VALUE "S".
           05 FILLER              PIC X(01).
           05 TE-CHAVE-CORR       PIC X(21).
           05 FILLER              PIC X(01).
           05 TE-DATA-EXPORTA     PIC 9(08).
           05 FILLER              PIC X(09).

       FD  ESTWRK-ARQ.
       01  ESTWRK-REG             PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPRJ   PIC X(02)      VALUE SPACES.
       77  WS-STATUS-EXPORTA  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPESTO PIC X(02)      VALUE SPACES.
       77  WS-STATUS-ESTWRK   PIC X(02)      VALUE SPACES.
       77  WS-FIM-TEMPESTO    PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPESTO             VALUE "S".
       77  WS-FIM-ESTWRK      PIC X(01)      VALUE "N".
           88 WS-FIM-DO-ESTWRK               VALUE "S".
       77  WS-TEM-TEMPLOG     PIC X(01)      VALUE "N".
           88 WS-TEMPLOG-ABERTO              VALUE "S".
       77  WS-QTD-ESTORNADOS  PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-ESTORNOS    PIC 9(09) COMP VALUE ZEROS.
       77  WS-FIM-TEMPLOG     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPLOG              VALUE "S".
       77  WS-FIM-TEMPRJ      PIC X(01)      VALUE "N".
           88 WS-FIM-DO-EXPORTA              VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-EXTR       PIC 9(08)      VALUE ZEROS.
       77  WS-STATUS-DATANEG  PIC X(02)      VALUE SPACES.
       77  WS-DATA-NEGOCIO    PIC 9(08)      VALUE ZEROS.
       77  WS-COM-DATA-NEG    PIC X(01)      VALUE "N".
           88 WS-COM-DATA-NEGOCIO            VALUE "S".
       77  WS-QTD-DETALHES    PIC 9(09) COMP VALUE ZEROS.
       77  WS-HASH-TEMPER     PIC S9(11)V9(02) VALUE ZEROS.
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
           PERFORM 3000-EXTRAIR-TEMPLOG THRU
                   3000-EXTRAIR-TEMPLOG-EXIT
           PERFORM 4000-EXTRAIR-TEMPRJ THRU 4000-EXTRAIR-TEMPRJ-EXIT
           PERFORM 4500-EXTRAIR-ESTORNOS THRU
                   4500-EXTRAIR-ESTORNOS-EXIT
           PERFORM 5000-GRAVAR-FECHO THRU 5000-GRAVAR-FECHO-EXIT

           PERFORM 6000-CONFERIR-EXPORTA THRU

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data a extrair (AAAAMMDD) junto ao
      * operador (branco extrai a data de hoje; no fechamento noturno
      * com data de negocio informada, extrai essa data sem
      * perguntar) e abre o EXPORTA.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1200-LER-DATA-NEGOCIO THRU
                   1200-LER-DATA-NEGOCIO-EXIT
           IF WS-COM-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-EXTR
               GO TO 1000-INICIALIZAR-ABRIR
           END-IF

           DISPLAY "INFORME A DATA A EXTRAIR (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-EXTR
           END-IF
           .
       1000-INICIALIZAR-ABRIR.
           OPEN OUTPUT EXPORTA-ARQ
           .
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

       2000-GRAVAR-CABECALHO.
           MOVE WS-DATA-EXTR TO WS-H-DATA
           MOVE SPACES       TO EXPORTA-REG
      ******************************************************************
      * 3000-EXTRAIR-TEMPLOG - grava um detalhe tipo D para cada
      * conversao da data extraida, acumulando a contagem e o
      * somatorio de controle das temperaturas de entrada. Lancamento
      * estornado nao e extraido.
      ******************************************************************
       3000-EXTRAIR-TEMPLOG.
           OPEN INPUT TEMPLOG-ARQ
           EXIT.

       3200-DETALHE-LOG.
           IF TL-ESTORNADO
               ADD 1 TO WS-QTD-ESTORNADOS
               GO TO 3200-DETALHE-LOG-FIM
           END-IF

           PERFORM 3300-MONTAR-DETALHE-LOG THRU
                   3300-MONTAR-DETALHE-LOG-EXIT
           .
       3200-DETALHE-LOG-FIM.
           PERFORM 3100-LER-TEMPLOG THRU 3100-LER-TEMPLOG-EXIT
           .
       3200-DETALHE-LOG-EXIT.
           EXIT.

       3300-MONTAR-DETALHE-LOG.
           MOVE "D"           TO WS-D-TIPO
           MOVE TL-DATA       TO WS-D-DATA
           MOVE TL-HORA       TO WS-D-HORA
           MOVE TL-RESULTADO  TO WS-D-RESTO
           PERFORM 3900-GRAVAR-DETALHE THRU
                   3900-GRAVAR-DETALHE-EXIT
           .
       3300-MONTAR-DETALHE-LOG-EXIT.
           EXIT.

      ******************************************************************
       4200-DETALHE-REJ-EXIT.
           EXIT.

      ******************************************************************
      * 4500-EXTRAIR-ESTORNOS - percorre o TEMPESTO copiando-o para o
      * ESTWRK. Estorno de lancamento de data anterior a extraida,
      * ainda nao exportado (ou exportado por esta mesma data), gera
      * um detalhe tipo E e, havendo corretivo, o detalhe D dele.
      * Estorno de lancamento da propria data ja sai liquido dos
      * detalhes D e so e marcado. Em seguida o ESTWRK volta para o
      * TEMPESTO com as marcas de exportacao.
      ******************************************************************
       4500-EXTRAIR-ESTORNOS.
           OPEN INPUT TEMPESTO-ARQ
           IF WS-STATUS-TEMPESTO NOT = "00"
               GO TO 4500-EXTRAIR-ESTORNOS-EXIT
           END-IF
           OPEN OUTPUT ESTWRK-ARQ

           MOVE "N" TO WS-TEM-TEMPLOG
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG = "00"
               SET WS-TEMPLOG-ABERTO TO TRUE
           END-IF

           PERFORM 4600-LER-TEMPESTO THRU 4600-LER-TEMPESTO-EXIT
           PERFORM 4700-TRATAR-ESTORNO THRU 4700-TRATAR-ESTORNO-EXIT
               UNTIL WS-FIM-DO-TEMPESTO

           IF WS-TEMPLOG-ABERTO
               CLOSE TEMPLOG-ARQ
           END-IF
           CLOSE TEMPESTO-ARQ
           CLOSE ESTWRK-ARQ

           OPEN INPUT ESTWRK-ARQ
           OPEN OUTPUT TEMPESTO-ARQ
           PERFORM 4800-LER-ESTWRK THRU 4800-LER-ESTWRK-EXIT
           PERFORM 4900-REGRAVAR-TEMPESTO THRU
                   4900-REGRAVAR-TEMPESTO-EXIT
               UNTIL WS-FIM-DO-ESTWRK
           CLOSE ESTWRK-ARQ
           CLOSE TEMPESTO-ARQ
           .
       4500-EXTRAIR-ESTORNOS-EXIT.
           EXIT.

       4600-LER-TEMPESTO.
           READ TEMPESTO-ARQ
               AT END
                   SET WS-FIM-DO-TEMPESTO TO TRUE
           END-READ
           .
       4600-LER-TEMPESTO-EXIT.
           EXIT.

       4700-TRATAR-ESTORNO.
           IF TE-DATA-EXPORTA NOT NUMERIC
               MOVE ZEROS TO TE-DATA-EXPORTA
           END-IF

           IF TE-ORIG-DATA < WS-DATA-EXTR
               IF TE-DATA-EXPORTA = ZEROS
                       OR TE-DATA-EXPORTA = WS-DATA-EXTR
                   PERFORM 4710-DETALHE-ESTORNO THRU
                           4710-DETALHE-ESTORNO-EXIT
                   MOVE WS-DATA-EXTR TO TE-DATA-EXPORTA
               END-IF
           ELSE
               IF TE-ORIG-DATA = WS-DATA-EXTR
                       AND TE-DATA-EXPORTA = ZEROS
                   MOVE WS-DATA-EXTR TO TE-DATA-EXPORTA
               END-IF
           END-IF

           MOVE TEMPESTO-REG TO ESTWRK-REG
           WRITE ESTWRK-REG

           PERFORM 4600-LER-TEMPESTO THRU 4600-LER-TEMPESTO-EXIT
           .
       4700-TRATAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 4710-DETALHE-ESTORNO - grava o detalhe E do estorno (data e
      * hora do original, escala, destino, temperatura com o sinal
      * invertido e, no complemento, resultado, sequencia do
      * original, operador e data do estorno) e o detalhe D do
      * corretivo, se houver.
      ******************************************************************
       4710-DETALHE-ESTORNO.
           MOVE "E"            TO WS-D-TIPO
           MOVE TE-ORIG-DATA   TO WS-D-DATA
           MOVE TE-ORIG-HORA   TO WS-D-HORA
           MOVE TE-ESCALA      TO WS-D-ESCALA
           MOVE TE-ESC-DESTINO TO WS-D-COMPL
           MOVE TE-TEMPER      TO WS-TEMPER-NUM
           COMPUTE WS-TEMPER-NUM = 0 - WS-TEMPER-NUM
           MOVE WS-TEMPER-NUM  TO WS-D-TEMPER
           MOVE SPACES         TO WS-D-RESTO
           STRING TE-RESULTADO ";" TE-ORIG-SEQ ";" TE-OPERADOR ";"
               TE-DATA DELIMITED BY SIZE INTO WS-D-RESTO
           PERFORM 3900-GRAVAR-DETALHE THRU
                   3900-GRAVAR-DETALHE-EXIT
           ADD 1 TO WS-QTD-ESTORNOS

           IF NOT TE-COM-CORRECAO OR NOT WS-TEMPLOG-ABERTO
               GO TO 4710-DETALHE-ESTORNO-EXIT
           END-IF
           MOVE TE-CHAVE-CORR TO TL-CHAVE
           READ TEMPLOG-ARQ
               INVALID KEY
                   GO TO 4710-DETALHE-ESTORNO-EXIT
           END-READ
           PERFORM 3300-MONTAR-DETALHE-LOG THRU
                   3300-MONTAR-DETALHE-LOG-EXIT
           .
       4710-DETALHE-ESTORNO-EXIT.
           EXIT.

       4800-LER-ESTWRK.
           READ ESTWRK-ARQ
               AT END
                   SET WS-FIM-DO-ESTWRK TO TRUE
           END-READ
           .
       4800-LER-ESTWRK-EXIT.
           EXIT.

       4900-REGRAVAR-TEMPESTO.
           MOVE ESTWRK-REG TO TEMPESTO-REG
           WRITE TEMPESTO-REG
           PERFORM 4800-LER-ESTWRK THRU 4800-LER-ESTWRK-EXIT
           .
       4900-REGRAVAR-TEMPESTO-EXIT.
           EXIT.

      ******************************************************************
      * 3900-GRAVAR-DETALHE - grava a linha de detalhe corrente e
      * acumula os totais de controle do fechamento.

           DISPLAY "===== EXTRATO EXPORTA - " WS-DATA-EXTR " ====="
           DISPLAY "DETALHES GRAVADOS..........: " WS-QTD-DETALHES
           DISPLAY "ESTORNADOS NAO EXTRAIDOS...: " WS-QTD-ESTORNADOS
           DISPLAY "ESTORNOS ENVIADOS (TIPO E).: " WS-QTD-ESTORNOS
           DISPLAY "SOMATORIO DE CONTROLE......: " WS-T-HASH
           .
       5000-GRAVAR-FECHO-EXIT.
           EVALUATE WS-L-TIPO
               WHEN "D"
               WHEN "R"
               WHEN "E"
                   ADD 1 TO WS-QTD-CONFERIDA
                   MOVE WS-L-TEMPER TO WS-TEMPER-NUM
                   ADD WS-TEMPER-NUM TO WS-HASH-CONFERIDO

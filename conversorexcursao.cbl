      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: EXCURSOES DE TEMPERATURA E TEMPERATURA CINETICA MEDIA
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para ler o TEMPLOG de uma data
      *                 sensor a sensor contra os limites de alarme
      *                 cadastrados no SENSCAD e consolidar as leituras
      *                 consecutivas fora da faixa em episodios de
      *                 excursao (sensor, inicio, fim, duracao em
      *                 minutos, pico e sentido), gravados no arquivo
      *                 EXCURSAO. A excursao termina na primeira
      *                 leitura que volta a faixa (ou que passa para o
      *                 lado oposto); a que ainda esta fora no fim do
      *                 dia e gravada como aberta, com fim na ultima
      *                 leitura fora da faixa. Reprocessar uma data
      *                 substitui as excursoes iniciadas nela. O
      *                 relatorio RELEXC traz, por sensor, o total de
      *                 minutos fora da faixa e a temperatura cinetica
      *                 media (MKT, energia de ativacao de 83,144
      *                 kJ/mol) na escala do proprio sensor, seguido da
      *                 lista das excursoes do dia.
      * 15/10/2026  CM  Leituras estornadas no TEMPLOG deixam de contar
      *                 nas excursoes e na MKT. A excursao que continua
      *                 aberta na virada do dia passa a ser um unico
      *                 episodio: o registro aberto que termina na
      *                 vespera (ou, no reprocessamento, o que ja
      *                 alcanca a data apurada) e descartado e o
      *                 episodio e refeito a partir do TEMPLOG desde a
      *                 sua primeira leitura, continuando na data
      *                 apurada. Os minutos fora da faixa do sensor
      *                 contam so a parte do episodio dentro da data,
      *                 e o relatorio lista as excursoes iniciadas ou
      *                 em andamento na data.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-EXCURSOES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSCAD-ARQ ASSIGN TO "SENSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SENSOR-ID
               FILE STATUS IS WS-STATUS-SENSCAD.
           SELECT TEMPLOG-ARQ ASSIGN TO "TEMPLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-STATUS-TEMPLOG.
           SELECT EXCURSAO-ARQ ASSIGN TO "EXCURSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCURSAO.
           SELECT EXCWRK-ARQ ASSIGN TO "EXCWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCWRK.
           SELECT RELEXC-ARQ ASSIGN TO "RELEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELEXC.
       DATA DIVISION.
       FILE SECTION.
       FD  SENSCAD-ARQ.
       01  SENSCAD-REG.
           05 SC-SENSOR-ID        PIC X(06).
           05 SC-LOCAL            PIC X(30).
           05 SC-ESCALA           PIC X(01).
           05 SC-SITUACAO         PIC X(01).
               88 SC-SENSOR-ATIVO             VALUE "A".
               88 SC-SENSOR-INATIVO           VALUE "I".
           05 SC-LIM-INFERIOR     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-LIM-SUPERIOR     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-LIM-ATIVO        PIC X(01).
               88 SC-LIMITES-ATIVOS           VALUE "S".
           05 SC-CALIB-OFFSET     PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 SC-CALIB-DATA       PIC 9(08).
           05 SC-CALIB-PROXIMA    PIC 9(08).
           05 SC-AREA             PIC X(06).

       FD  TEMPLOG-ARQ.
       01  TEMPLOG-REG.
           05 TL-CHAVE.
               10 TL-DATA         PIC 9(08).
               10 FILLER          PIC X(01).
               10 TL-HORA         PIC 9(08).
               10 FILLER          PIC X(01).
               10 TL-SEQ          PIC 9(03).
           05 FILLER              PIC X(01).
           05 TL-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 TL-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 TL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(11).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 FILLER              PIC X(20).

      ******************************************************************
      * EXCURSAO - um registro por episodio de excursao: leituras
      * consecutivas do mesmo sensor fora da faixa de alarme, do
      * mesmo lado. Duracao em minutos entre o inicio e o fim, pico
      * (maior leitura acima / menor leitura abaixo) na escala do
      * sensor e situacao E=encerrada / A=aberta no fim do periodo.
      ******************************************************************
       FD  EXCURSAO-ARQ.
       01  EXCURSAO-REG.
           05 EX-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 EX-DATA-INICIO      PIC 9(08).
           05 FILLER              PIC X(01).
           05 EX-HORA-INICIO.
               10 EX-HI-HH        PIC 9(02).
               10 EX-HI-MM        PIC 9(02).
               10 FILLER          PIC 9(04).
           05 FILLER              PIC X(01).
           05 EX-DATA-FIM         PIC 9(08).
           05 FILLER              PIC X(01).
           05 EX-HORA-FIM.
               10 EX-HF-HH        PIC 9(02).
               10 EX-HF-MM        PIC 9(02).
               10 FILLER          PIC 9(04).
           05 FILLER              PIC X(01).
           05 EX-DURACAO-MIN      PIC 9(05).
           05 FILLER              PIC X(01).
           05 EX-PICO             PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 EX-SENTIDO          PIC X(01).
               88 EX-ACIMA-DO-LIMITE          VALUE "A".
               88 EX-ABAIXO-DO-LIMITE         VALUE "B".
           05 FILLER              PIC X(01).
           05 EX-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 EX-LIMITE           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 EX-QTD-LEITURAS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 EX-SITUACAO         PIC X(01).
               88 EX-ENCERRADA                VALUE "E".
               88 EX-ABERTA                   VALUE "A".

       FD  EXCWRK-ARQ.
       01  EXCWRK-REG             PIC X(80).

       FD  RELEXC-ARQ.
       01  RELEXC-REG             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-SENSCAD  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-EXCURSAO PIC X(02)      VALUE SPACES.
       77  WS-STATUS-EXCWRK   PIC X(02)      VALUE SPACES.
       77  WS-STATUS-RELEXC   PIC X(02)      VALUE SPACES.
       77  WS-FIM-SENSCAD     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-SENSCAD              VALUE "S".
       77  WS-FIM-TEMPLOG     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPLOG              VALUE "S".
       77  WS-FIM-EXCURSAO    PIC X(01)      VALUE "N".
           88 WS-FIM-DO-EXCURSAO             VALUE "S".
       77  WS-FIM-EXCWRK      PIC X(01)      VALUE "N".
           88 WS-FIM-DO-EXCWRK               VALUE "S".
       77  WS-CANCELADO       PIC X(01)      VALUE "N".
           88 WS-EXECUCAO-CANCELADA          VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-REL        PIC 9(08)      VALUE ZEROS.
       77  WS-SEN-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-ACHOU       PIC X(01)      VALUE "N".
           88 WS-SEN-ENCONTRADO              VALUE "S".
       77  WS-SENSOR-BUSCA    PIC X(06)      VALUE SPACES.
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-SENTIDO-LEIT    PIC X(01)      VALUE "N".
       77  WS-FIM-DATA        PIC 9(08)      VALUE ZEROS.
       77  WS-FIM-HORA        PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-VESPERA    PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-INICIO-LOG PIC 9(08)      VALUE ZEROS.
       77  WS-CALC-DATA-INI   PIC 9(08)      VALUE ZEROS.
       77  WS-CALC-HORA-INI   PIC 9(08)      VALUE ZEROS.
       77  WS-LEITURA-DO-DIA  PIC X(01)      VALUE "S".
           88 WS-LEITURA-NA-DATA             VALUE "S".
       77  WS-EXC-SITUACAO    PIC X(01)      VALUE "E".
       77  WS-MINUTOS         PIC S9(07) COMP VALUE ZEROS.
       77  WS-QTD-EXCURSOES   PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-MANTIDAS    PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-DESCONHEC   PIC 9(07) COMP VALUE ZEROS.
       77  WS-DESCONHEC-EDT   PIC ZZZZZZ9    VALUE ZEROS.
       77  WS-MKT-DH-R        PIC 9(05)V9(02) VALUE 10000.00.
       77  WS-TEMPER-KELVIN   COMP-2         VALUE ZEROS.
       77  WS-MKT-KELVIN      COMP-2         VALUE ZEROS.
       77  WS-MKT-ESCALA      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(02) COMP VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(02) COMP VALUE 55.

      ******************************************************************
      * WS-HORA-PARTES - visao de um campo de hora HHMMSScc do
      * TEMPLOG para o calculo da duracao em minutos.
      ******************************************************************
       01  WS-HORA-PARTES.
           05 WS-HP-HH            PIC 9(02).
           05 WS-HP-MM            PIC 9(02).
           05 WS-HP-SS            PIC 9(02).
           05 WS-HP-CC            PIC 9(02).
       01  WS-HORA-NUM REDEFINES WS-HORA-PARTES PIC 9(08).

      ******************************************************************
      * WS-SENSORES - um item por sensor do SENSCAD, com a faixa de
      * alarme, os acumuladores do dia (leituras, leituras fora da
      * faixa, excursoes, minutos fora e o somatorio da MKT) e o
      * episodio de excursao em andamento, se houver. WS-SEN-REP-*
      * guarda o inicio de um episodio vindo de dia anterior, a ser
      * refeito a partir do TEMPLOG (zeros = nenhum).
      ******************************************************************
       01  WS-SENSORES.
           05 WS-SEN-ITEM OCCURS 200 TIMES.
               10 WS-SEN-ID        PIC X(06).
               10 WS-SEN-ESCALA    PIC X(01).
               10 WS-SEN-LIM-ATIVO PIC X(01).
                   88 WS-SEN-COM-LIMITES        VALUE "S".
               10 WS-SEN-LIM-INF   PIC S9(05)V9(02).
               10 WS-SEN-LIM-SUP   PIC S9(05)V9(02).
               10 WS-SEN-QTD-LEIT  PIC 9(07)        COMP.
               10 WS-SEN-QTD-FORA  PIC 9(07)        COMP.
               10 WS-SEN-QTD-EXC   PIC 9(05)        COMP.
               10 WS-SEN-MINUTOS   PIC 9(07)        COMP.
               10 WS-SEN-QTD-MKT   PIC 9(07)        COMP.
               10 WS-SEN-SOMA-MKT  COMP-2.
               10 WS-SEN-EXC-SENTIDO PIC X(01).
                   88 WS-SEN-SEM-EXCURSAO       VALUE "N".
               10 WS-SEN-EXC-DATA-INI PIC 9(08).
               10 WS-SEN-EXC-HORA-INI PIC 9(08).
               10 WS-SEN-EXC-DATA-ULT PIC 9(08).
               10 WS-SEN-EXC-HORA-ULT PIC 9(08).
               10 WS-SEN-EXC-PICO  PIC S9(05)V9(02).
               10 WS-SEN-EXC-QTD   PIC 9(05)        COMP.
               10 WS-SEN-REP-DATA  PIC 9(08).
               10 WS-SEN-REP-HORA  PIC 9(08).

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(46)  VALUE
               "CONVERSOR DE TEMPERATURA - EXCURSOES E MKT P/ ".
           05 FILLER              PIC X(08)  VALUE "SENSOR -".
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-CABEC2.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(08)  VALUE "SENSOR  ".
           05 FILLER              PIC X(04)  VALUE "ESC ".
           05 FILLER              PIC X(11)  VALUE "    LIM-INF".
           05 FILLER              PIC X(11)  VALUE "    LIM-SUP".
           05 FILLER              PIC X(09)  VALUE " LEITURAS".
           05 FILLER              PIC X(07)  VALUE "   FORA".
           05 FILLER              PIC X(07)  VALUE "  EXCUR".
           05 FILLER              PIC X(09)  VALUE " MIN-FORA".
           05 FILLER              PIC X(11)  VALUE "        MKT".

       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DET-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-ESCALA          PIC X(01).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 DET-LIM-INF         PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-LIM-SUP         PIC -(05)9.99.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-QTD             PIC ZZZZZZ9.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-FORA            PIC ZZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-EXC             PIC ZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-MINUTOS         PIC ZZZZZZ9.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-MKT             PIC -(05)9.99.

       01  WS-LIN-EXC-CABEC.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(08)  VALUE "SENSOR  ".
           05 FILLER              PIC X(17)  VALUE "INICIO           ".
           05 FILLER              PIC X(17)  VALUE "FIM              ".
           05 FILLER              PIC X(08)  VALUE " MINUTOS".
           05 FILLER              PIC X(11)  VALUE "       PICO".
           05 FILLER              PIC X(10)  VALUE "  SENTIDO ".
           05 FILLER              PIC X(09)  VALUE "SITUACAO".

       01  WS-LIN-EXCURSAO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 EXD-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 EXD-DATA-INI        PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 EXD-HH-INI          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE ":".
           05 EXD-MM-INI          PIC 9(02).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 EXD-DATA-FIM        PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 EXD-HH-FIM          PIC 9(02).
           05 FILLER              PIC X(01)  VALUE ":".
           05 EXD-MM-FIM          PIC 9(02).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 EXD-MINUTOS         PIC ZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 EXD-PICO            PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 EXD-ESCALA          PIC X(01).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 EXD-SENTIDO         PIC X(06).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 EXD-SITUACAO        PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF WS-EXECUCAO-CANCELADA
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-COPIAR-EXCURSOES THRU
                   2000-COPIAR-EXCURSOES-EXIT
           PERFORM 3000-APURAR-TEMPLOG THRU 3000-APURAR-TEMPLOG-EXIT
           PERFORM 3900-FECHAR-PENDENTE THRU
                   3900-FECHAR-PENDENTE-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD
           CLOSE EXCWRK-ARQ

           PERFORM 5000-REGRAVAR-EXCURSAO THRU
                   5000-REGRAVAR-EXCURSAO-EXIT

           OPEN OUTPUT RELEXC-ARQ
           PERFORM 6000-IMPRIMIR-RELATORIO THRU
                   6000-IMPRIMIR-RELATORIO-EXIT
           CLOSE RELEXC-ARQ

           DISPLAY "EXCURSOES DE " WS-DATA-REL
               " GRAVADAS EM EXCURSAO E RELEXC - EXCURSOES: "
               WS-QTD-EXCURSOES
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data a apurar (branco usa a data
      * de hoje) e carrega a tabela de sensores a partir do SENSCAD,
      * com a faixa de alarme de cada um. Sem o cadastro nao ha
      * apuracao possivel.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "INFORME A DATA A APURAR (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF

           IF WS-DATA-INF = SPACES OR WS-DATA-INF NOT NUMERIC
               ACCEPT WS-DATA-REL FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-REL
           END-IF

           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "CADASTRO SENSCAD INDISPONIVEL (STATUS "
                   WS-STATUS-SENSCAD ") - APURACAO CANCELADA"
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           MOVE SPACES TO SC-SENSOR-ID
           START SENSCAD-ARQ KEY NOT < SC-SENSOR-ID
               INVALID KEY
                   SET WS-FIM-DO-SENSCAD TO TRUE
           END-START

           PERFORM 1100-CARREGAR-SENSOR THRU 1100-CARREGAR-SENSOR-EXIT
               UNTIL WS-FIM-DO-SENSCAD
           CLOSE SENSCAD-ARQ

           IF WS-SEN-QTD = 0
               DISPLAY "NENHUM SENSOR CADASTRADO NO SENSCAD - "
                   "APURACAO CANCELADA"
               SET WS-EXECUCAO-CANCELADA TO TRUE
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-CARREGAR-SENSOR.
           READ SENSCAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-SENSCAD TO TRUE
           END-READ
           IF WS-FIM-DO-SENSCAD
               GO TO 1100-CARREGAR-SENSOR-EXIT
           END-IF

           IF WS-SEN-QTD >= 200
               DISPLAY "TABELA DE SENSORES CHEIA (200) - SENSORES "
                   "EXCEDENTES FORA DA APURACAO"
               SET WS-FIM-DO-SENSCAD TO TRUE
               GO TO 1100-CARREGAR-SENSOR-EXIT
           END-IF

           ADD 1 TO WS-SEN-QTD
           MOVE SC-SENSOR-ID  TO WS-SEN-ID          (WS-SEN-QTD)
           MOVE SC-ESCALA     TO WS-SEN-ESCALA      (WS-SEN-QTD)
           MOVE "N"           TO WS-SEN-LIM-ATIVO   (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-LIM-INF     (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-LIM-SUP     (WS-SEN-QTD)
           IF SC-LIMITES-ATIVOS
                   AND SC-LIM-INFERIOR NUMERIC
                   AND SC-LIM-SUPERIOR NUMERIC
               MOVE "S"             TO WS-SEN-LIM-ATIVO (WS-SEN-QTD)
               MOVE SC-LIM-INFERIOR TO WS-SEN-LIM-INF   (WS-SEN-QTD)
               MOVE SC-LIM-SUPERIOR TO WS-SEN-LIM-SUP   (WS-SEN-QTD)
           END-IF
           MOVE ZEROS         TO WS-SEN-QTD-LEIT    (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-QTD-FORA    (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-QTD-EXC     (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-MINUTOS     (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-QTD-MKT     (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-SOMA-MKT    (WS-SEN-QTD)
           MOVE "N"           TO WS-SEN-EXC-SENTIDO (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-REP-DATA    (WS-SEN-QTD)
           MOVE ZEROS         TO WS-SEN-REP-HORA    (WS-SEN-QTD)
           .
       1100-CARREGAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COPIAR-EXCURSOES - inicia o arquivo de trabalho EXCWRK
      * com as excursoes ja gravadas de outras datas; as iniciadas na
      * data apurada sao descartadas e regravadas por esta execucao,
      * para que o reprocessamento de uma data nao as duplique. A
      * excursao aberta que termina na vespera, e a de dia anterior
      * que ja alcanca a data (reprocessamento), tambem e descartada:
      * o episodio e refeito desde o seu inicio e continua na data.
      ******************************************************************
       2000-COPIAR-EXCURSOES.
           COMPUTE WS-DATA-VESPERA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-REL) - 1)
           MOVE WS-DATA-REL TO WS-DATA-INICIO-LOG
           OPEN OUTPUT EXCWRK-ARQ

           OPEN INPUT EXCURSAO-ARQ
           IF WS-STATUS-EXCURSAO = "35"
               GO TO 2000-COPIAR-EXCURSOES-EXIT
           END-IF

           PERFORM 2100-LER-EXCURSAO THRU 2100-LER-EXCURSAO-EXIT
           PERFORM 2200-COPIAR-REG THRU 2200-COPIAR-REG-EXIT
               UNTIL WS-FIM-DO-EXCURSAO
           CLOSE EXCURSAO-ARQ
           .
       2000-COPIAR-EXCURSOES-EXIT.
           EXIT.

       2100-LER-EXCURSAO.
           READ EXCURSAO-ARQ
               AT END
                   SET WS-FIM-DO-EXCURSAO TO TRUE
           END-READ
           .
       2100-LER-EXCURSAO-EXIT.
           EXIT.

       2200-COPIAR-REG.
           IF EX-DATA-INICIO = WS-DATA-REL
               GO TO 2200-COPIAR-REG-FIM
           END-IF

           IF EX-DATA-INICIO < WS-DATA-REL
                   AND (EX-DATA-FIM NOT < WS-DATA-REL
                     OR (EX-ABERTA AND EX-DATA-FIM = WS-DATA-VESPERA))
               MOVE EX-SENSOR-ID TO WS-SENSOR-BUSCA
               PERFORM 8000-LOCALIZAR-SENSOR THRU
                       8000-LOCALIZAR-SENSOR-EXIT
               IF WS-SEN-ENCONTRADO
                       AND WS-SEN-COM-LIMITES (WS-SEN-SUB)
                   PERFORM 2300-PREPARAR-RETOMADA THRU
                           2300-PREPARAR-RETOMADA-EXIT
                   GO TO 2200-COPIAR-REG-FIM
               END-IF
           END-IF

           MOVE EXCURSAO-REG TO EXCWRK-REG
           WRITE EXCWRK-REG
           ADD 1 TO WS-QTD-MANTIDAS
           .
       2200-COPIAR-REG-FIM.
           PERFORM 2100-LER-EXCURSAO THRU 2100-LER-EXCURSAO-EXIT
           .
       2200-COPIAR-REG-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PREPARAR-RETOMADA - marca o sensor WS-SEN-SUB para
      * refazer, a partir do TEMPLOG, o episodio iniciado em dia
      * anterior descrito no registro corrente do EXCURSAO, e recua
      * o inicio da leitura do log ate ele.
      ******************************************************************
       2300-PREPARAR-RETOMADA.
           IF WS-SEN-REP-DATA (WS-SEN-SUB) > 0
                   AND WS-SEN-REP-DATA (WS-SEN-SUB) < EX-DATA-INICIO
               GO TO 2300-PREPARAR-RETOMADA-EXIT
           END-IF

           MOVE EX-DATA-INICIO TO WS-SEN-REP-DATA (WS-SEN-SUB)
           MOVE EX-HORA-INICIO TO WS-SEN-REP-HORA (WS-SEN-SUB)
           IF EX-DATA-INICIO < WS-DATA-INICIO-LOG
               MOVE EX-DATA-INICIO TO WS-DATA-INICIO-LOG
           END-IF
           .
       2300-PREPARAR-RETOMADA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-TEMPLOG - posiciona o log na data apurada (ou no
      * inicio do episodio mais antigo a retomar) e trata cada
      * leitura de sensor na ordem de gravacao ate o fim da data
      * (registros sem identificador de sensor vieram dos modos
      * interativo/lote e ficam fora da apuracao).
      ******************************************************************
       3000-APURAR-TEMPLOG.
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG = "35"
               SET WS-FIM-DO-TEMPLOG TO TRUE
               GO TO 3000-APURAR-TEMPLOG-EXIT
           END-IF

           MOVE SPACES      TO TEMPLOG-REG
           MOVE WS-DATA-INICIO-LOG TO TL-DATA
           MOVE ZEROS       TO TL-HORA
           MOVE ZEROS       TO TL-SEQ
           START TEMPLOG-ARQ KEY NOT < TL-CHAVE
               INVALID KEY
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-START

           IF NOT WS-FIM-DO-TEMPLOG
               PERFORM 3100-LER-TEMPLOG THRU 3100-LER-TEMPLOG-EXIT
               PERFORM 3200-TRATAR-LEITURA THRU
                       3200-TRATAR-LEITURA-EXIT
                   UNTIL WS-FIM-DO-TEMPLOG
           END-IF
           CLOSE TEMPLOG-ARQ
           .
       3000-APURAR-TEMPLOG-EXIT.
           EXIT.

       3100-LER-TEMPLOG.
           READ TEMPLOG-ARQ NEXT
               AT END
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-READ
           IF NOT WS-FIM-DO-TEMPLOG
                   AND TL-DATA > WS-DATA-REL
               SET WS-FIM-DO-TEMPLOG TO TRUE
           END-IF
           .
       3100-LER-TEMPLOG-EXIT.
           EXIT.

      ******************************************************************
      * 3200-TRATAR-LEITURA - acumula a leitura na MKT do sensor e,
      * havendo faixa de alarme, classifica a leitura (A=acima,
      * B=abaixo, N=dentro). Uma excursao em andamento termina quando
      * a leitura volta a faixa ou passa para o lado oposto; uma
      * leitura fora da faixa abre nova excursao ou prolonga a atual,
      * atualizando o pico. Leituras de dias anteriores so servem
      * para refazer o episodio a retomar do sensor, desde o seu
      * inicio, e nao entram nos acumuladores do dia.
      ******************************************************************
       3200-TRATAR-LEITURA.
           IF TL-SENSOR-ID = SPACES OR TL-ESTORNADO
               GO TO 3200-TRATAR-LEITURA-FIM
           END-IF

           MOVE TL-SENSOR-ID TO WS-SENSOR-BUSCA
           PERFORM 8000-LOCALIZAR-SENSOR THRU
                   8000-LOCALIZAR-SENSOR-EXIT
           IF NOT WS-SEN-ENCONTRADO
               IF TL-DATA = WS-DATA-REL
                   ADD 1 TO WS-QTD-DESCONHEC
               END-IF
               GO TO 3200-TRATAR-LEITURA-FIM
           END-IF

           MOVE TL-TEMPER TO WS-TEMPER-NUM
           IF TL-DATA < WS-DATA-REL
               IF WS-SEN-REP-DATA (WS-SEN-SUB) = 0
                       OR TL-DATA < WS-SEN-REP-DATA (WS-SEN-SUB)
                       OR (TL-DATA = WS-SEN-REP-DATA (WS-SEN-SUB)
                       AND TL-HORA < WS-SEN-REP-HORA (WS-SEN-SUB))
                   GO TO 3200-TRATAR-LEITURA-FIM
               END-IF
               MOVE "N" TO WS-LEITURA-DO-DIA
           ELSE
               MOVE "S" TO WS-LEITURA-DO-DIA
               ADD 1 TO WS-SEN-QTD-LEIT (WS-SEN-SUB)
               PERFORM 3300-ACUMULAR-MKT THRU 3300-ACUMULAR-MKT-EXIT
           END-IF

           IF NOT WS-SEN-COM-LIMITES (WS-SEN-SUB)
               GO TO 3200-TRATAR-LEITURA-FIM
           END-IF

           EVALUATE TRUE
               WHEN WS-TEMPER-NUM > WS-SEN-LIM-SUP (WS-SEN-SUB)
                   MOVE "A" TO WS-SENTIDO-LEIT
               WHEN WS-TEMPER-NUM < WS-SEN-LIM-INF (WS-SEN-SUB)
                   MOVE "B" TO WS-SENTIDO-LEIT
               WHEN OTHER
                   MOVE "N" TO WS-SENTIDO-LEIT
           END-EVALUATE

           IF NOT WS-SEN-SEM-EXCURSAO (WS-SEN-SUB)
                   AND WS-SEN-EXC-SENTIDO (WS-SEN-SUB)
                       NOT = WS-SENTIDO-LEIT
               MOVE TL-DATA TO WS-FIM-DATA
               MOVE TL-HORA TO WS-FIM-HORA
               MOVE "E"     TO WS-EXC-SITUACAO
               PERFORM 4000-GRAVAR-EXCURSAO THRU
                       4000-GRAVAR-EXCURSAO-EXIT
           END-IF

           IF WS-SENTIDO-LEIT = "N"
               GO TO 3200-TRATAR-LEITURA-FIM
           END-IF

           IF WS-LEITURA-NA-DATA
               ADD 1 TO WS-SEN-QTD-FORA (WS-SEN-SUB)
           END-IF
           IF WS-SEN-SEM-EXCURSAO (WS-SEN-SUB)
               MOVE WS-SENTIDO-LEIT TO WS-SEN-EXC-SENTIDO (WS-SEN-SUB)
               MOVE TL-DATA       TO WS-SEN-EXC-DATA-INI (WS-SEN-SUB)
               MOVE TL-HORA       TO WS-SEN-EXC-HORA-INI (WS-SEN-SUB)
               MOVE WS-TEMPER-NUM TO WS-SEN-EXC-PICO     (WS-SEN-SUB)
               MOVE ZEROS         TO WS-SEN-EXC-QTD      (WS-SEN-SUB)
           END-IF

           ADD 1 TO WS-SEN-EXC-QTD (WS-SEN-SUB)
           MOVE TL-DATA TO WS-SEN-EXC-DATA-ULT (WS-SEN-SUB)
           MOVE TL-HORA TO WS-SEN-EXC-HORA-ULT (WS-SEN-SUB)
           IF WS-SENTIDO-LEIT = "A"
                   AND WS-TEMPER-NUM > WS-SEN-EXC-PICO (WS-SEN-SUB)
               MOVE WS-TEMPER-NUM TO WS-SEN-EXC-PICO (WS-SEN-SUB)
           END-IF
           IF WS-SENTIDO-LEIT = "B"
                   AND WS-TEMPER-NUM < WS-SEN-EXC-PICO (WS-SEN-SUB)
               MOVE WS-TEMPER-NUM TO WS-SEN-EXC-PICO (WS-SEN-SUB)
           END-IF
           .
       3200-TRATAR-LEITURA-FIM.
           PERFORM 3100-LER-TEMPLOG THRU 3100-LER-TEMPLOG-EXIT
           .
       3200-TRATAR-LEITURA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-ACUMULAR-MKT - converte a leitura para Kelvin, conforme a
      * escala gravada no log, e soma o termo exp(-DH/(R.T)) da
      * temperatura cinetica media do sensor.
      ******************************************************************
       3300-ACUMULAR-MKT.
           EVALUATE TL-ESCALA
               WHEN "C"
                   COMPUTE WS-TEMPER-KELVIN = WS-TEMPER-NUM + 273.15
               WHEN "F"
                   COMPUTE WS-TEMPER-KELVIN =
                       (WS-TEMPER-NUM - 32) * 5 / 9 + 273.15
               WHEN "K"
                   COMPUTE WS-TEMPER-KELVIN = WS-TEMPER-NUM
               WHEN OTHER
                   GO TO 3300-ACUMULAR-MKT-EXIT
           END-EVALUATE

           IF WS-TEMPER-KELVIN NOT > 0
               GO TO 3300-ACUMULAR-MKT-EXIT
           END-IF

           COMPUTE WS-SEN-SOMA-MKT (WS-SEN-SUB) =
               WS-SEN-SOMA-MKT (WS-SEN-SUB) +
               FUNCTION EXP (0 - WS-MKT-DH-R / WS-TEMPER-KELVIN)
           ADD 1 TO WS-SEN-QTD-MKT (WS-SEN-SUB)
           .
       3300-ACUMULAR-MKT-EXIT.
           EXIT.

      ******************************************************************
      * 3900-FECHAR-PENDENTE - no fim do dia, grava como aberta a
      * excursao que ainda esta em andamento, com fim na ultima
      * leitura fora da faixa.
      ******************************************************************
       3900-FECHAR-PENDENTE.
           IF WS-SEN-SEM-EXCURSAO (WS-SEN-SUB)
               GO TO 3900-FECHAR-PENDENTE-EXIT
           END-IF

           MOVE WS-SEN-EXC-DATA-ULT (WS-SEN-SUB) TO WS-FIM-DATA
           MOVE WS-SEN-EXC-HORA-ULT (WS-SEN-SUB) TO WS-FIM-HORA
           MOVE "A" TO WS-EXC-SITUACAO
           PERFORM 4000-GRAVAR-EXCURSAO THRU 4000-GRAVAR-EXCURSAO-EXIT
           .
       3900-FECHAR-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVAR-EXCURSAO - grava no arquivo de trabalho a
      * excursao em andamento do sensor WS-SEN-SUB, com fim em
      * WS-FIM-DATA/WS-FIM-HORA e situacao WS-EXC-SITUACAO, soma a
      * parte da duracao dentro da data nos minutos fora da faixa do
      * sensor e libera o sensor para a proxima excursao.
      ******************************************************************
       4000-GRAVAR-EXCURSAO.
           MOVE WS-SEN-EXC-DATA-INI (WS-SEN-SUB) TO WS-CALC-DATA-INI
           MOVE WS-SEN-EXC-HORA-INI (WS-SEN-SUB) TO WS-CALC-HORA-INI
           PERFORM 8200-CALCULAR-MINUTOS THRU
                   8200-CALCULAR-MINUTOS-EXIT

           MOVE SPACES TO EXCURSAO-REG
           MOVE WS-SEN-ID (WS-SEN-SUB)           TO EX-SENSOR-ID
           MOVE WS-SEN-EXC-DATA-INI (WS-SEN-SUB) TO EX-DATA-INICIO
           MOVE WS-SEN-EXC-HORA-INI (WS-SEN-SUB) TO EX-HORA-INICIO
           MOVE WS-FIM-DATA                      TO EX-DATA-FIM
           MOVE WS-FIM-HORA                      TO EX-HORA-FIM
           MOVE WS-MINUTOS                       TO EX-DURACAO-MIN
           MOVE WS-SEN-EXC-PICO (WS-SEN-SUB)     TO EX-PICO
           MOVE WS-SEN-EXC-SENTIDO (WS-SEN-SUB)  TO EX-SENTIDO
           MOVE WS-SEN-ESCALA (WS-SEN-SUB)       TO EX-ESCALA
           IF EX-ACIMA-DO-LIMITE
               MOVE WS-SEN-LIM-SUP (WS-SEN-SUB)  TO EX-LIMITE
           ELSE
               MOVE WS-SEN-LIM-INF (WS-SEN-SUB)  TO EX-LIMITE
           END-IF
           MOVE WS-SEN-EXC-QTD (WS-SEN-SUB)      TO EX-QTD-LEITURAS
           MOVE WS-EXC-SITUACAO                  TO EX-SITUACAO

           MOVE EXCURSAO-REG TO EXCWRK-REG
           WRITE EXCWRK-REG

           IF WS-CALC-DATA-INI < WS-DATA-REL
               MOVE WS-DATA-REL TO WS-CALC-DATA-INI
               MOVE ZEROS       TO WS-CALC-HORA-INI
               PERFORM 8200-CALCULAR-MINUTOS THRU
                       8200-CALCULAR-MINUTOS-EXIT
           END-IF

           IF WS-FIM-DATA NOT < WS-DATA-REL
               ADD 1      TO WS-QTD-EXCURSOES
               ADD 1      TO WS-SEN-QTD-EXC (WS-SEN-SUB)
           END-IF
           ADD WS-MINUTOS TO WS-SEN-MINUTOS (WS-SEN-SUB)
           MOVE "N"       TO WS-SEN-EXC-SENTIDO (WS-SEN-SUB)
           .
       4000-GRAVAR-EXCURSAO-EXIT.
           EXIT.

      ******************************************************************
      * 5000-REGRAVAR-EXCURSAO - regrava o EXCURSAO a partir do
      * arquivo de trabalho: excursoes mantidas das demais datas
      * seguidas das excursoes apuradas nesta execucao.
      ******************************************************************
       5000-REGRAVAR-EXCURSAO.
           OPEN INPUT EXCWRK-ARQ
           OPEN OUTPUT EXCURSAO-ARQ

           PERFORM 5100-LER-EXCWRK THRU 5100-LER-EXCWRK-EXIT
           PERFORM 5200-DEVOLVER-REG THRU 5200-DEVOLVER-REG-EXIT
               UNTIL WS-FIM-DO-EXCWRK

           CLOSE EXCWRK-ARQ
           CLOSE EXCURSAO-ARQ
           .
       5000-REGRAVAR-EXCURSAO-EXIT.
           EXIT.

       5100-LER-EXCWRK.
           READ EXCWRK-ARQ
               AT END
                   SET WS-FIM-DO-EXCWRK TO TRUE
           END-READ
           .
       5100-LER-EXCWRK-EXIT.
           EXIT.

       5200-DEVOLVER-REG.
           MOVE EXCWRK-REG TO EXCURSAO-REG
           WRITE EXCURSAO-REG
           PERFORM 5100-LER-EXCWRK THRU 5100-LER-EXCWRK-EXIT
           .
       5200-DEVOLVER-REG-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-RELATORIO - imprime uma linha por sensor com
      * leituras na data (faixa de alarme, leituras, leituras fora da
      * faixa, excursoes, minutos fora da faixa e MKT) e, em seguida,
      * a lista das excursoes iniciadas ou em andamento na data,
      * relida do EXCURSAO.
      ******************************************************************
       6000-IMPRIMIR-RELATORIO.
           MOVE ZEROS TO WS-PAGINA
           MOVE 99    TO WS-LINHA-CONT

           PERFORM 6100-IMPRIMIR-SENSOR THRU 6100-IMPRIMIR-SENSOR-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           MOVE SPACES TO RELEXC-REG
           STRING "     EXCURSOES INICIADAS OU EM ANDAMENTO NA DATA"
               DELIMITED BY SIZE INTO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           MOVE WS-LIN-EXC-CABEC TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           MOVE "N" TO WS-FIM-EXCURSAO
           OPEN INPUT EXCURSAO-ARQ
           IF WS-STATUS-EXCURSAO = "00"
               PERFORM 2100-LER-EXCURSAO THRU 2100-LER-EXCURSAO-EXIT
               PERFORM 6200-IMPRIMIR-EXCURSAO THRU
                       6200-IMPRIMIR-EXCURSAO-EXIT
                   UNTIL WS-FIM-DO-EXCURSAO
               CLOSE EXCURSAO-ARQ
           END-IF

           IF WS-QTD-EXCURSOES = 0
               PERFORM 9000-VERIFICAR-PAGINA THRU
                       9000-VERIFICAR-PAGINA-EXIT
               MOVE SPACES TO RELEXC-REG
               STRING "     NENHUMA EXCURSAO NA DATA"
                   DELIMITED BY SIZE INTO RELEXC-REG
               WRITE RELEXC-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF

           IF WS-QTD-DESCONHEC > 0
               PERFORM 9000-VERIFICAR-PAGINA THRU
                       9000-VERIFICAR-PAGINA-EXIT
               MOVE SPACES TO RELEXC-REG
               STRING "     LEITURAS DE SENSOR FORA DO CADASTRO: "
                   DELIMITED BY SIZE INTO RELEXC-REG
               MOVE WS-QTD-DESCONHEC TO WS-DESCONHEC-EDT
               MOVE WS-DESCONHEC-EDT TO RELEXC-REG (47:7)
               WRITE RELEXC-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF
           .
       6000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      * 6100-IMPRIMIR-SENSOR - linha do sensor com leituras na data.
      * MKT = (DH/R) / -ln(media de exp(-DH/(R.T))), em Kelvin,
      * devolvida na escala cadastrada do sensor.
      ******************************************************************
       6100-IMPRIMIR-SENSOR.
           IF WS-SEN-QTD-LEIT (WS-SEN-SUB) = 0
               GO TO 6100-IMPRIMIR-SENSOR-EXIT
           END-IF

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT

           MOVE WS-SEN-ID (WS-SEN-SUB)       TO DET-SENSOR
           MOVE WS-SEN-ESCALA (WS-SEN-SUB)   TO DET-ESCALA
           MOVE WS-SEN-LIM-INF (WS-SEN-SUB)  TO DET-LIM-INF
           MOVE WS-SEN-LIM-SUP (WS-SEN-SUB)  TO DET-LIM-SUP
           MOVE WS-SEN-QTD-LEIT (WS-SEN-SUB) TO DET-QTD
           MOVE WS-SEN-QTD-FORA (WS-SEN-SUB) TO DET-FORA
           MOVE WS-SEN-QTD-EXC (WS-SEN-SUB)  TO DET-EXC
           MOVE WS-SEN-MINUTOS (WS-SEN-SUB)  TO DET-MINUTOS

           MOVE ZEROS TO WS-MKT-ESCALA
           IF WS-SEN-QTD-MKT (WS-SEN-SUB) > 0
               COMPUTE WS-MKT-KELVIN = WS-MKT-DH-R /
                   (0 - FUNCTION LOG (WS-SEN-SOMA-MKT (WS-SEN-SUB)
                                    / WS-SEN-QTD-MKT (WS-SEN-SUB)))
               EVALUATE WS-SEN-ESCALA (WS-SEN-SUB)
                   WHEN "F"
                       COMPUTE WS-MKT-ESCALA ROUNDED =
                           (WS-MKT-KELVIN - 273.15) * 9 / 5 + 32
                   WHEN "K"
                       COMPUTE WS-MKT-ESCALA ROUNDED = WS-MKT-KELVIN
                   WHEN OTHER
                       COMPUTE WS-MKT-ESCALA ROUNDED =
                           WS-MKT-KELVIN - 273.15
               END-EVALUATE
           END-IF
           MOVE WS-MKT-ESCALA TO DET-MKT

           MOVE WS-LIN-DETALHE TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6100-IMPRIMIR-SENSOR-EXIT.
           EXIT.

       6200-IMPRIMIR-EXCURSAO.
           IF EX-DATA-INICIO > WS-DATA-REL
                   OR EX-DATA-FIM < WS-DATA-REL
               GO TO 6200-IMPRIMIR-EXCURSAO-FIM
           END-IF

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT

           MOVE EX-SENSOR-ID   TO EXD-SENSOR
           MOVE EX-DATA-INICIO TO EXD-DATA-INI
           MOVE EX-HI-HH       TO EXD-HH-INI
           MOVE EX-HI-MM       TO EXD-MM-INI
           MOVE EX-DATA-FIM    TO EXD-DATA-FIM
           MOVE EX-HF-HH       TO EXD-HH-FIM
           MOVE EX-HF-MM       TO EXD-MM-FIM
           MOVE EX-DURACAO-MIN TO EXD-MINUTOS
           MOVE EX-PICO        TO EXD-PICO
           MOVE EX-ESCALA      TO EXD-ESCALA
           IF EX-ACIMA-DO-LIMITE
               MOVE "ACIMA"  TO EXD-SENTIDO
           ELSE
               MOVE "ABAIXO" TO EXD-SENTIDO
           END-IF
           IF EX-ABERTA
               MOVE "ABERTA"    TO EXD-SITUACAO
           ELSE
               MOVE "ENCERRADA" TO EXD-SITUACAO
           END-IF

           MOVE WS-LIN-EXCURSAO TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6200-IMPRIMIR-EXCURSAO-FIM.
           PERFORM 2100-LER-EXCURSAO THRU 2100-LER-EXCURSAO-EXIT
           .
       6200-IMPRIMIR-EXCURSAO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-LOCALIZAR-SENSOR - procura WS-SENSOR-BUSCA na tabela de
      * sensores, devolvendo WS-SEN-SUB posicionado quando encontra.
      ******************************************************************
       8000-LOCALIZAR-SENSOR.
           MOVE "N" TO WS-SEN-ACHOU
           PERFORM 8100-COMPARAR-SENSOR THRU
                   8100-COMPARAR-SENSOR-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD
                  OR WS-SEN-ENCONTRADO
           .
       8000-LOCALIZAR-SENSOR-EXIT.
           EXIT.

       8100-COMPARAR-SENSOR.
           IF WS-SEN-ID (WS-SEN-SUB) = WS-SENSOR-BUSCA
               SET WS-SEN-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-SEN-SUB
           END-IF
           .
       8100-COMPARAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 8200-CALCULAR-MINUTOS - duracao em minutos entre
      * WS-CALC-DATA-INI/WS-CALC-HORA-INI e WS-FIM-DATA/WS-FIM-HORA.
      ******************************************************************
       8200-CALCULAR-MINUTOS.
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE (WS-FIM-DATA)
              - FUNCTION INTEGER-OF-DATE (WS-CALC-DATA-INI)) * 1440

           MOVE WS-FIM-HORA TO WS-HORA-NUM
           COMPUTE WS-MINUTOS = WS-MINUTOS
               + WS-HP-HH * 60 + WS-HP-MM

           MOVE WS-CALC-HORA-INI TO WS-HORA-NUM
           COMPUTE WS-MINUTOS = WS-MINUTOS
               - WS-HP-HH * 60 - WS-HP-MM

           IF WS-MINUTOS < 0
               MOVE ZEROS TO WS-MINUTOS
           END-IF
           .
       8200-CALCULAR-MINUTOS-EXIT.
           EXIT.

      ******************************************************************
      * 9000-VERIFICAR-PAGINA - abre nova pagina com cabecalho e
      * colunas quando a pagina corrente esta cheia (ou no inicio do
      * relatorio).
      ******************************************************************
       9000-VERIFICAR-PAGINA.
           IF WS-LINHA-CONT < WS-LINHAS-PAGINA
               GO TO 9000-VERIFICAR-PAGINA-EXIT
           END-IF

           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-REL TO CAB-DATA
           MOVE WS-PAGINA   TO CAB-PAGINA

           IF WS-PAGINA = 1
               MOVE WS-LIN-CABEC1 TO RELEXC-REG
               WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELEXC-REG
               WRITE RELEXC-REG AFTER ADVANCING PAGE
           END-IF
           MOVE WS-LIN-CABEC2 TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELEXC-REG
           WRITE RELEXC-REG AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-EXCURSOES.

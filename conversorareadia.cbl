      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: CONSOLIDADO DIARIO POR AREA DE ARMAZENAGEM
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para imprimir, no arquivo
      *                 RELAREA, o consolidado diario de cada area de
      *                 armazenagem do AREACAD a partir dos sensores
      *                 que apontam para ela no SENSCAD: sensores
      *                 ativos, contagem de leituras, minima, maxima e
      *                 media do TEMPLOG (convertidas para Celsius,
      *                 pois uma area pode reunir sensores de escalas
      *                 diferentes), rejeitos do dia no TEMPRJ,
      *                 alertas ainda abertos no ALERTAS e sensores
      *                 silenciosos. Sensores sem area (ou com area
      *                 fora do cadastro) formam o grupo SEM AREA. A
      *                 secao final lista os sensores silenciosos
      *                 agrupados por area.
      * 15/10/2026  CM  Leituras estornadas no TEMPLOG (situacao E)
      *                 deixam de entrar na contagem, minima, maxima
      *                 e media da area.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-AREA-DIARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AREACAD-ARQ ASSIGN TO "AREACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AREA-ID
               FILE STATUS IS WS-STATUS-AREACAD.
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
           SELECT TEMPRJ-ARQ ASSIGN TO "TEMPRJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPRJ.
           SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT RELAREA-ARQ ASSIGN TO "RELAREA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELAREA.
       DATA DIVISION.
       FILE SECTION.
       FD  AREACAD-ARQ.
       01  AREACAD-REG.
           05 AR-AREA-ID          PIC X(06).
           05 AR-DESCRICAO        PIC X(30).
           05 AR-SITE             PIC X(20).
           05 AR-RESPONSAVEL      PIC X(30).
           05 AR-SITUACAO         PIC X(01).
               88 AR-AREA-ATIVA               VALUE "A".
               88 AR-AREA-INATIVA             VALUE "I".
           05 AR-DATA-ATUALIZ     PIC 9(08).
           05 AR-OPERADOR         PIC X(06).
           05 FILLER              PIC X(09).

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

       FD  TEMPRJ-ARQ.
       01  TEMPRJ-REG.
           05 TR-DATA             PIC 9(08).
           05 FILLER              PIC X(100).
           05 TR-SENSOR-ID        PIC X(06).

       FD  ALERTAS-ARQ.
       01  ALERTAS-REG.
           05 AL-DATA             PIC 9(08).
           05 FILLER              PIC X(10).
           05 AL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(34).
           05 AL-SITUACAO         PIC X(01).
               88 AL-ALERTA-FECHADO           VALUE "F".
           05 FILLER              PIC X(31).

       FD  RELAREA-ARQ.
       01  RELAREA-REG            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-AREACAD  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-SENSCAD  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPRJ   PIC X(02)      VALUE SPACES.
       77  WS-STATUS-ALERTAS  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-RELAREA  PIC X(02)      VALUE SPACES.
       77  WS-FIM-AREACAD     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-AREACAD              VALUE "S".
       77  WS-FIM-SENSCAD     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-SENSCAD              VALUE "S".
       77  WS-FIM-TEMPLOG     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPLOG              VALUE "S".
       77  WS-FIM-TEMPRJ      PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPRJ               VALUE "S".
       77  WS-FIM-ALERTAS     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-ALERTAS              VALUE "S".
       77  WS-CANCELADO       PIC X(01)      VALUE "N".
           88 WS-EXECUCAO-CANCELADA          VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-REL        PIC 9(08)      VALUE ZEROS.
       77  WS-SEN-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-SEN-ACHOU       PIC X(01)      VALUE "N".
           88 WS-SEN-ENCONTRADO              VALUE "S".
       77  WS-SENSOR-BUSCA    PIC X(06)      VALUE SPACES.
       77  WS-ARE-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-ARE-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-ARE-SEM-AREA    PIC 9(03) COMP VALUE ZEROS.
       77  WS-ARE-ACHOU       PIC X(01)      VALUE "N".
           88 WS-ARE-ENCONTRADA              VALUE "S".
       77  WS-AREA-BUSCA      PIC X(06)      VALUE SPACES.
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-TEMPER-CELSIUS  PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-MEDIA-TEMPER    PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-QTD-DESCONHEC   PIC 9(07) COMP VALUE ZEROS.
       77  WS-DESCONHEC-EDT   PIC ZZZZZZ9    VALUE ZEROS.
       77  WS-QTD-SILENCIOSOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(02) COMP VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(02) COMP VALUE 55.

      ******************************************************************
      * WS-AREAS - um item por area do AREACAD e, no ultimo item
      * usado, o grupo SEM AREA. Minimo, maximo e media sao apurados
      * em Celsius, para nunca misturar escalas de sensores
      * diferentes da mesma area.
      ******************************************************************
       01  WS-AREAS.
           05 WS-ARE-ITEM OCCURS 101 TIMES.
               10 WS-ARE-ID        PIC X(06).
               10 WS-ARE-DESCRICAO PIC X(30).
               10 WS-ARE-SITE      PIC X(20).
               10 WS-ARE-RESPONSAVEL PIC X(30).
               10 WS-ARE-SITUACAO  PIC X(01).
               10 WS-ARE-QTD-SENS  PIC 9(05)        COMP.
               10 WS-ARE-QTD-LEIT  PIC 9(07)        COMP.
               10 WS-ARE-SOMA      PIC S9(09)V9(02).
               10 WS-ARE-MIN       PIC S9(05)V9(02).
               10 WS-ARE-MAX       PIC S9(05)V9(02).
               10 WS-ARE-PRIMEIRO  PIC X(01).
                   88 WS-ARE-E-O-PRIMEIRO       VALUE "S".
               10 WS-ARE-REJEITOS  PIC 9(05)        COMP.
               10 WS-ARE-ABERTOS   PIC 9(05)        COMP.
               10 WS-ARE-SILENC    PIC 9(05)        COMP.

      ******************************************************************
      * WS-SENSORES - um item por sensor do SENSCAD, com a area a que
      * pertence (indice em WS-AREAS) e o movimento do dia, usado
      * para apurar os sensores silenciosos.
      ******************************************************************
       01  WS-SENSORES.
           05 WS-SEN-ITEM OCCURS 200 TIMES.
               10 WS-SEN-ID        PIC X(06).
               10 WS-SEN-LOCAL     PIC X(30).
               10 WS-SEN-ESCALA    PIC X(01).
               10 WS-SEN-SITUACAO  PIC X(01).
                   88 WS-SEN-ATIVO              VALUE "A".
               10 WS-SEN-ARE-SUB   PIC 9(03)        COMP.
               10 WS-SEN-QTD-LEIT  PIC 9(07)        COMP.
               10 WS-SEN-REJEITOS  PIC 9(05)        COMP.

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(46)  VALUE
               "CONVERSOR DE TEMPERATURA - CONSOLIDADO DIARIO ".
           05 FILLER              PIC X(16)  VALUE "P/ AREA (EM C) -".
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-CABEC2.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(08)  VALUE "AREA    ".
           05 FILLER              PIC X(21)  VALUE "DESCRICAO".
           05 FILLER              PIC X(04)  VALUE "SEN ".
           05 FILLER              PIC X(08)  VALUE "LEITURAS".
           05 FILLER              PIC X(10)  VALUE "    MINIMA".
           05 FILLER              PIC X(10)  VALUE "    MAXIMA".
           05 FILLER              PIC X(10)  VALUE "     MEDIA".
           05 FILLER              PIC X(07)  VALUE " REJEIT".
           05 FILLER              PIC X(07)  VALUE " AL-ABE".
           05 FILLER              PIC X(05)  VALUE "  SIL".

       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DET-AREA            PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-DESCRICAO       PIC X(20).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-SENS            PIC ZZ9.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-QTD             PIC ZZZZZZ9.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-MIN             PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-MAX             PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-MEDIA           PIC -(05)9.99.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-REJ             PIC ZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-ABE             PIC ZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-SIL             PIC ZZ9.

       01  WS-LIN-RESPONSAVEL.
           05 FILLER              PIC X(13)  VALUE SPACES.
           05 FILLER              PIC X(05)  VALUE "SITE ".
           05 RSP-SITE            PIC X(20).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 FILLER              PIC X(12)  VALUE "RESPONSAVEL ".
           05 RSP-RESPONSAVEL     PIC X(30).

       01  WS-LIN-SILENCIO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 SIL-AREA            PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SIL-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SIL-ESCALA          PIC X(01).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 SIL-LOCAL           PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF WS-EXECUCAO-CANCELADA
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-APURAR-TEMPLOG THRU 2000-APURAR-TEMPLOG-EXIT
           PERFORM 3000-APURAR-TEMPRJ THRU 3000-APURAR-TEMPRJ-EXIT
           PERFORM 3500-APURAR-ALERTAS THRU 3500-APURAR-ALERTAS-EXIT
           PERFORM 3800-APURAR-SILENCIOSO THRU
                   3800-APURAR-SILENCIOSO-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD

           OPEN OUTPUT RELAREA-ARQ
           PERFORM 4000-IMPRIMIR-RELATORIO THRU
                   4000-IMPRIMIR-RELATORIO-EXIT
           CLOSE RELAREA-ARQ

           DISPLAY "CONSOLIDADO POR AREA DE " WS-DATA-REL
               " GRAVADO EM RELAREA - AREAS: " WS-ARE-QTD
               " SILENCIOSOS: " WS-QTD-SILENCIOSOS
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data do relatorio (branco usa a
      * data de hoje), carrega as areas do AREACAD seguidas do grupo
      * SEM AREA e a tabela de sensores do SENSCAD, cada sensor ligado
      * a sua area. Sem o cadastro de sensores nao ha relatorio
      * possivel; sem o de areas, todos caem em SEM AREA.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY "INFORME A DATA DO RELATORIO (AAAAMMDD) OU BRANCO "
               "P/ HOJE"
           ACCEPT WS-DATA-INF

           IF WS-DATA-INF = SPACES OR WS-DATA-INF NOT NUMERIC
               ACCEPT WS-DATA-REL FROM DATE YYYYMMDD
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-REL
           END-IF

           OPEN INPUT AREACAD-ARQ
           IF WS-STATUS-AREACAD = "00"
               MOVE SPACES TO AR-AREA-ID
               START AREACAD-ARQ KEY NOT < AR-AREA-ID
                   INVALID KEY
                       SET WS-FIM-DO-AREACAD TO TRUE
               END-START
               PERFORM 1050-CARREGAR-AREA THRU
                       1050-CARREGAR-AREA-EXIT
                   UNTIL WS-FIM-DO-AREACAD
               CLOSE AREACAD-ARQ
           ELSE
               DISPLAY "CADASTRO AREACAD INDISPONIVEL (STATUS "
                   WS-STATUS-AREACAD ") - SENSORES SEM AREA"
           END-IF

           ADD 1 TO WS-ARE-QTD
           MOVE WS-ARE-QTD TO WS-ARE-SEM-AREA
           MOVE "*SEM*"    TO WS-ARE-ID (WS-ARE-QTD)
           MOVE "SEM AREA DE ARMAZENAGEM"
                           TO WS-ARE-DESCRICAO (WS-ARE-QTD)
           MOVE SPACES     TO WS-ARE-SITE (WS-ARE-QTD)
           MOVE SPACES     TO WS-ARE-RESPONSAVEL (WS-ARE-QTD)
           MOVE "A"        TO WS-ARE-SITUACAO (WS-ARE-QTD)
           PERFORM 1060-ZERAR-AREA THRU 1060-ZERAR-AREA-EXIT

           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "CADASTRO SENSCAD INDISPONIVEL (STATUS "
                   WS-STATUS-SENSCAD ") - RELATORIO CANCELADO"
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
                   "RELATORIO CANCELADO"
               SET WS-EXECUCAO-CANCELADA TO TRUE
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

       1050-CARREGAR-AREA.
           READ AREACAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-AREACAD TO TRUE
           END-READ
           IF WS-FIM-DO-AREACAD
               GO TO 1050-CARREGAR-AREA-EXIT
           END-IF

           IF WS-ARE-QTD >= 100
               DISPLAY "TABELA DE AREAS CHEIA (100) - AREAS "
                   "EXCEDENTES FORA DO RELATORIO"
               SET WS-FIM-DO-AREACAD TO TRUE
               GO TO 1050-CARREGAR-AREA-EXIT
           END-IF

           ADD 1 TO WS-ARE-QTD
           MOVE AR-AREA-ID     TO WS-ARE-ID          (WS-ARE-QTD)
           MOVE AR-DESCRICAO   TO WS-ARE-DESCRICAO   (WS-ARE-QTD)
           MOVE AR-SITE        TO WS-ARE-SITE        (WS-ARE-QTD)
           MOVE AR-RESPONSAVEL TO WS-ARE-RESPONSAVEL (WS-ARE-QTD)
           MOVE AR-SITUACAO    TO WS-ARE-SITUACAO    (WS-ARE-QTD)
           PERFORM 1060-ZERAR-AREA THRU 1060-ZERAR-AREA-EXIT
           .
       1050-CARREGAR-AREA-EXIT.
           EXIT.

       1060-ZERAR-AREA.
           MOVE ZEROS TO WS-ARE-QTD-SENS (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-QTD-LEIT (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-SOMA     (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-MIN      (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-MAX      (WS-ARE-QTD)
           MOVE "S"   TO WS-ARE-PRIMEIRO (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-REJEITOS (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-ABERTOS  (WS-ARE-QTD)
           MOVE ZEROS TO WS-ARE-SILENC   (WS-ARE-QTD)
           .
       1060-ZERAR-AREA-EXIT.
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
                   "EXCEDENTES FORA DO RELATORIO"
               SET WS-FIM-DO-SENSCAD TO TRUE
               GO TO 1100-CARREGAR-SENSOR-EXIT
           END-IF

           MOVE SC-AREA TO WS-AREA-BUSCA
           PERFORM 8200-LOCALIZAR-AREA THRU 8200-LOCALIZAR-AREA-EXIT
           IF NOT WS-ARE-ENCONTRADA
               MOVE WS-ARE-SEM-AREA TO WS-ARE-SUB
           END-IF

           ADD 1 TO WS-SEN-QTD
           MOVE SC-SENSOR-ID TO WS-SEN-ID       (WS-SEN-QTD)
           MOVE SC-LOCAL     TO WS-SEN-LOCAL    (WS-SEN-QTD)
           MOVE SC-ESCALA    TO WS-SEN-ESCALA   (WS-SEN-QTD)
           MOVE SC-SITUACAO  TO WS-SEN-SITUACAO (WS-SEN-QTD)
           MOVE WS-ARE-SUB   TO WS-SEN-ARE-SUB  (WS-SEN-QTD)
           MOVE ZEROS        TO WS-SEN-QTD-LEIT (WS-SEN-QTD)
           MOVE ZEROS        TO WS-SEN-REJEITOS (WS-SEN-QTD)

           IF SC-SENSOR-ATIVO
               ADD 1 TO WS-ARE-QTD-SENS (WS-ARE-SUB)
           END-IF
           .
       1100-CARREGAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APURAR-TEMPLOG - posiciona o log na data do relatorio e
      * acumula as leituras de cada sensor na sua area, convertidas
      * para Celsius (registros sem identificador de sensor vieram
      * dos modos interativo/lote e ficam fora do consolidado).
      ******************************************************************
       2000-APURAR-TEMPLOG.
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG = "35"
               SET WS-FIM-DO-TEMPLOG TO TRUE
               GO TO 2000-APURAR-TEMPLOG-EXIT
           END-IF

           MOVE SPACES      TO TEMPLOG-REG
           MOVE WS-DATA-REL TO TL-DATA
           MOVE ZEROS       TO TL-HORA
           MOVE ZEROS       TO TL-SEQ
           START TEMPLOG-ARQ KEY NOT < TL-CHAVE
               INVALID KEY
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-START

           IF NOT WS-FIM-DO-TEMPLOG
               PERFORM 2100-LER-TEMPLOG THRU 2100-LER-TEMPLOG-EXIT
               PERFORM 2200-ACUMULAR-LOG THRU 2200-ACUMULAR-LOG-EXIT
                   UNTIL WS-FIM-DO-TEMPLOG
           END-IF
           CLOSE TEMPLOG-ARQ
           .
       2000-APURAR-TEMPLOG-EXIT.
           EXIT.

       2100-LER-TEMPLOG.
           READ TEMPLOG-ARQ NEXT
               AT END
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-READ
           IF NOT WS-FIM-DO-TEMPLOG
                   AND TL-DATA NOT = WS-DATA-REL
               SET WS-FIM-DO-TEMPLOG TO TRUE
           END-IF
           .
       2100-LER-TEMPLOG-EXIT.
           EXIT.

       2200-ACUMULAR-LOG.
           IF TL-SENSOR-ID = SPACES OR TL-ESTORNADO
               GO TO 2200-ACUMULAR-LOG-FIM
           END-IF

           MOVE TL-SENSOR-ID TO WS-SENSOR-BUSCA
           PERFORM 8000-LOCALIZAR-SENSOR THRU
                   8000-LOCALIZAR-SENSOR-EXIT
           IF NOT WS-SEN-ENCONTRADO
               ADD 1 TO WS-QTD-DESCONHEC
               GO TO 2200-ACUMULAR-LOG-FIM
           END-IF

           ADD 1 TO WS-SEN-QTD-LEIT (WS-SEN-SUB)
           MOVE WS-SEN-ARE-SUB (WS-SEN-SUB) TO WS-ARE-SUB

           MOVE TL-TEMPER TO WS-TEMPER-NUM
           PERFORM 2300-CONVERTER-CELSIUS THRU
                   2300-CONVERTER-CELSIUS-EXIT

           ADD 1                 TO WS-ARE-QTD-LEIT (WS-ARE-SUB)
           ADD WS-TEMPER-CELSIUS TO WS-ARE-SOMA (WS-ARE-SUB)

           IF WS-ARE-E-O-PRIMEIRO (WS-ARE-SUB)
               MOVE WS-TEMPER-CELSIUS TO WS-ARE-MIN (WS-ARE-SUB)
               MOVE WS-TEMPER-CELSIUS TO WS-ARE-MAX (WS-ARE-SUB)
               MOVE "N" TO WS-ARE-PRIMEIRO (WS-ARE-SUB)
           ELSE
               IF WS-TEMPER-CELSIUS < WS-ARE-MIN (WS-ARE-SUB)
                   MOVE WS-TEMPER-CELSIUS TO WS-ARE-MIN (WS-ARE-SUB)
               END-IF
               IF WS-TEMPER-CELSIUS > WS-ARE-MAX (WS-ARE-SUB)
                   MOVE WS-TEMPER-CELSIUS TO WS-ARE-MAX (WS-ARE-SUB)
               END-IF
           END-IF
           .
       2200-ACUMULAR-LOG-FIM.
           PERFORM 2100-LER-TEMPLOG THRU 2100-LER-TEMPLOG-EXIT
           .
       2200-ACUMULAR-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONVERTER-CELSIUS - converte WS-TEMPER-NUM, na escala
      * gravada no log, para WS-TEMPER-CELSIUS.
      ******************************************************************
       2300-CONVERTER-CELSIUS.
           EVALUATE TL-ESCALA
               WHEN "F"
                   COMPUTE WS-TEMPER-CELSIUS ROUNDED =
                       (WS-TEMPER-NUM - 32) * 5 / 9
               WHEN "K"
                   COMPUTE WS-TEMPER-CELSIUS =
                       WS-TEMPER-NUM - 273.15
               WHEN OTHER
                   MOVE WS-TEMPER-NUM TO WS-TEMPER-CELSIUS
           END-EVALUATE
           .
       2300-CONVERTER-CELSIUS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-TEMPRJ - conta os rejeitos da data do relatorio
      * por sensor e por area (rejeitos sem identificador de sensor
      * vieram dos demais modos e ficam fora do consolidado).
      ******************************************************************
       3000-APURAR-TEMPRJ.
           OPEN INPUT TEMPRJ-ARQ
           IF WS-STATUS-TEMPRJ = "35"
               SET WS-FIM-DO-TEMPRJ TO TRUE
               GO TO 3000-APURAR-TEMPRJ-EXIT
           END-IF

           PERFORM 3100-LER-TEMPRJ THRU 3100-LER-TEMPRJ-EXIT
           PERFORM 3200-CONTAR-REJEITO THRU 3200-CONTAR-REJEITO-EXIT
               UNTIL WS-FIM-DO-TEMPRJ
           CLOSE TEMPRJ-ARQ
           .
       3000-APURAR-TEMPRJ-EXIT.
           EXIT.

       3100-LER-TEMPRJ.
           READ TEMPRJ-ARQ
               AT END
                   SET WS-FIM-DO-TEMPRJ TO TRUE
           END-READ
           .
       3100-LER-TEMPRJ-EXIT.
           EXIT.

       3200-CONTAR-REJEITO.
           IF TR-DATA = WS-DATA-REL
                   AND TR-SENSOR-ID NOT = SPACES
               MOVE TR-SENSOR-ID TO WS-SENSOR-BUSCA
               PERFORM 8000-LOCALIZAR-SENSOR THRU
                       8000-LOCALIZAR-SENSOR-EXIT
               IF WS-SEN-ENCONTRADO
                   ADD 1 TO WS-SEN-REJEITOS (WS-SEN-SUB)
                   MOVE WS-SEN-ARE-SUB (WS-SEN-SUB) TO WS-ARE-SUB
                   ADD 1 TO WS-ARE-REJEITOS (WS-ARE-SUB)
               ELSE
                   ADD 1 TO WS-QTD-DESCONHEC
               END-IF
           END-IF

           PERFORM 3100-LER-TEMPRJ THRU 3100-LER-TEMPRJ-EXIT
           .
       3200-CONTAR-REJEITO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-APURAR-ALERTAS - conta por area os alertas ainda nao
      * encerrados (abertos ou reconhecidos) gravados ate a data do
      * relatorio, independentemente do dia em que nasceram.
      ******************************************************************
       3500-APURAR-ALERTAS.
           OPEN INPUT ALERTAS-ARQ
           IF WS-STATUS-ALERTAS = "35"
               SET WS-FIM-DO-ALERTAS TO TRUE
               GO TO 3500-APURAR-ALERTAS-EXIT
           END-IF

           PERFORM 3600-LER-ALERTAS THRU 3600-LER-ALERTAS-EXIT
           PERFORM 3700-CONTAR-ALERTA THRU 3700-CONTAR-ALERTA-EXIT
               UNTIL WS-FIM-DO-ALERTAS
           CLOSE ALERTAS-ARQ
           .
       3500-APURAR-ALERTAS-EXIT.
           EXIT.

       3600-LER-ALERTAS.
           READ ALERTAS-ARQ
               AT END
                   SET WS-FIM-DO-ALERTAS TO TRUE
           END-READ
           .
       3600-LER-ALERTAS-EXIT.
           EXIT.

       3700-CONTAR-ALERTA.
           IF AL-DATA NOT > WS-DATA-REL
                   AND NOT AL-ALERTA-FECHADO
               MOVE AL-SENSOR-ID TO WS-SENSOR-BUSCA
               PERFORM 8000-LOCALIZAR-SENSOR THRU
                       8000-LOCALIZAR-SENSOR-EXIT
               IF WS-SEN-ENCONTRADO
                   MOVE WS-SEN-ARE-SUB (WS-SEN-SUB) TO WS-ARE-SUB
                   ADD 1 TO WS-ARE-ABERTOS (WS-ARE-SUB)
               END-IF
           END-IF

           PERFORM 3600-LER-ALERTAS THRU 3600-LER-ALERTAS-EXIT
           .
       3700-CONTAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 3800-APURAR-SILENCIOSO - um sensor ativo sem leitura e sem
      * rejeito na data nao enviou nada pelo SENSFEED: conta como
      * silencioso na sua area.
      ******************************************************************
       3800-APURAR-SILENCIOSO.
           IF WS-SEN-ATIVO (WS-SEN-SUB)
                   AND WS-SEN-QTD-LEIT (WS-SEN-SUB) = 0
                   AND WS-SEN-REJEITOS (WS-SEN-SUB) = 0
               MOVE WS-SEN-ARE-SUB (WS-SEN-SUB) TO WS-ARE-SUB
               ADD 1 TO WS-ARE-SILENC (WS-ARE-SUB)
               ADD 1 TO WS-QTD-SILENCIOSOS
           END-IF
           .
       3800-APURAR-SILENCIOSO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIMIR-RELATORIO - imprime uma linha por area (com
      * site e responsavel logo abaixo) e, ao final, a secao de
      * sensores silenciosos agrupados por area.
      ******************************************************************
       4000-IMPRIMIR-RELATORIO.
           MOVE ZEROS TO WS-PAGINA
           MOVE 99    TO WS-LINHA-CONT

           PERFORM 4100-IMPRIMIR-AREA THRU 4100-IMPRIMIR-AREA-EXIT
               VARYING WS-ARE-SUB FROM 1 BY 1
               UNTIL WS-ARE-SUB > WS-ARE-QTD

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           MOVE SPACES TO RELAREA-REG
           STRING "     SENSORES SILENCIOSOS POR AREA (ATIVOS SEM "
               "LEITURA NO DIA)" DELIMITED BY SIZE INTO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           IF WS-QTD-SILENCIOSOS = 0
               PERFORM 9000-VERIFICAR-PAGINA THRU
                       9000-VERIFICAR-PAGINA-EXIT
               MOVE SPACES TO RELAREA-REG
               STRING "     NENHUM SENSOR SILENCIOSO NA DATA"
                   DELIMITED BY SIZE INTO RELAREA-REG
               WRITE RELAREA-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           ELSE
               PERFORM 4200-SILENCIOSOS-AREA THRU
                       4200-SILENCIOSOS-AREA-EXIT
                   VARYING WS-ARE-SUB FROM 1 BY 1
                   UNTIL WS-ARE-SUB > WS-ARE-QTD
           END-IF

           IF WS-QTD-DESCONHEC > 0
               PERFORM 9000-VERIFICAR-PAGINA THRU
                       9000-VERIFICAR-PAGINA-EXIT
               MOVE SPACES TO RELAREA-REG
               STRING "     REGISTROS DE SENSOR FORA DO CADASTRO: "
                   DELIMITED BY SIZE INTO RELAREA-REG
               MOVE WS-QTD-DESCONHEC TO WS-DESCONHEC-EDT
               MOVE WS-DESCONHEC-EDT TO RELAREA-REG (48:7)
               WRITE RELAREA-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF
           .
       4000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-IMPRIMIR-AREA - linha da area. Areas inativas sem
      * nenhum movimento e o grupo SEM AREA vazio sao omitidos.
      ******************************************************************
       4100-IMPRIMIR-AREA.
           IF WS-ARE-QTD-SENS (WS-ARE-SUB) = 0
                   AND WS-ARE-QTD-LEIT (WS-ARE-SUB) = 0
                   AND WS-ARE-REJEITOS (WS-ARE-SUB) = 0
                   AND WS-ARE-ABERTOS (WS-ARE-SUB) = 0
               IF WS-ARE-SUB = WS-ARE-SEM-AREA
                       OR WS-ARE-SITUACAO (WS-ARE-SUB) = "I"
                   GO TO 4100-IMPRIMIR-AREA-EXIT
               END-IF
           END-IF

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT

           MOVE WS-ARE-ID (WS-ARE-SUB)        TO DET-AREA
           MOVE WS-ARE-DESCRICAO (WS-ARE-SUB) TO DET-DESCRICAO
           MOVE WS-ARE-QTD-SENS (WS-ARE-SUB)  TO DET-SENS
           MOVE WS-ARE-QTD-LEIT (WS-ARE-SUB)  TO DET-QTD
           IF WS-ARE-QTD-LEIT (WS-ARE-SUB) > 0
               COMPUTE WS-MEDIA-TEMPER ROUNDED =
                   WS-ARE-SOMA (WS-ARE-SUB) /
                   WS-ARE-QTD-LEIT (WS-ARE-SUB)
               MOVE WS-ARE-MIN (WS-ARE-SUB) TO DET-MIN
               MOVE WS-ARE-MAX (WS-ARE-SUB) TO DET-MAX
               MOVE WS-MEDIA-TEMPER         TO DET-MEDIA
           ELSE
               MOVE ZEROS TO DET-MIN
               MOVE ZEROS TO DET-MAX
               MOVE ZEROS TO DET-MEDIA
           END-IF
           MOVE WS-ARE-REJEITOS (WS-ARE-SUB) TO DET-REJ
           MOVE WS-ARE-ABERTOS (WS-ARE-SUB)  TO DET-ABE
           MOVE WS-ARE-SILENC (WS-ARE-SUB)   TO DET-SIL

           MOVE WS-LIN-DETALHE TO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           IF WS-ARE-SUB NOT = WS-ARE-SEM-AREA
               MOVE WS-ARE-SITE (WS-ARE-SUB)        TO RSP-SITE
               MOVE WS-ARE-RESPONSAVEL (WS-ARE-SUB) TO RSP-RESPONSAVEL
               MOVE WS-LIN-RESPONSAVEL TO RELAREA-REG
               WRITE RELAREA-REG AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHA-CONT
           END-IF
           .
       4100-IMPRIMIR-AREA-EXIT.
           EXIT.

       4200-SILENCIOSOS-AREA.
           IF WS-ARE-SILENC (WS-ARE-SUB) = 0
               GO TO 4200-SILENCIOSOS-AREA-EXIT
           END-IF

           PERFORM 4300-IMPRIMIR-SILENCIOSO THRU
                   4300-IMPRIMIR-SILENCIOSO-EXIT
               VARYING WS-SEN-SUB FROM 1 BY 1
               UNTIL WS-SEN-SUB > WS-SEN-QTD
           .
       4200-SILENCIOSOS-AREA-EXIT.
           EXIT.

       4300-IMPRIMIR-SILENCIOSO.
           IF WS-SEN-ARE-SUB (WS-SEN-SUB) NOT = WS-ARE-SUB
               GO TO 4300-IMPRIMIR-SILENCIOSO-EXIT
           END-IF
           IF NOT WS-SEN-ATIVO (WS-SEN-SUB)
               GO TO 4300-IMPRIMIR-SILENCIOSO-EXIT
           END-IF
           IF WS-SEN-QTD-LEIT (WS-SEN-SUB) > 0
                   OR WS-SEN-REJEITOS (WS-SEN-SUB) > 0
               GO TO 4300-IMPRIMIR-SILENCIOSO-EXIT
           END-IF

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT

           MOVE WS-ARE-ID (WS-ARE-SUB)     TO SIL-AREA
           MOVE WS-SEN-ID (WS-SEN-SUB)     TO SIL-SENSOR
           MOVE WS-SEN-ESCALA (WS-SEN-SUB) TO SIL-ESCALA
           MOVE WS-SEN-LOCAL (WS-SEN-SUB)  TO SIL-LOCAL
           MOVE WS-LIN-SILENCIO TO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       4300-IMPRIMIR-SILENCIOSO-EXIT.
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
      * 8200-LOCALIZAR-AREA - procura WS-AREA-BUSCA entre as areas do
      * cadastro (o grupo SEM AREA nao entra na busca), devolvendo
      * WS-ARE-SUB posicionado quando encontra.
      ******************************************************************
       8200-LOCALIZAR-AREA.
           MOVE "N" TO WS-ARE-ACHOU
           IF WS-AREA-BUSCA = SPACES OR WS-AREA-BUSCA = LOW-VALUES
               GO TO 8200-LOCALIZAR-AREA-EXIT
           END-IF
           PERFORM 8300-COMPARAR-AREA THRU 8300-COMPARAR-AREA-EXIT
               VARYING WS-ARE-SUB FROM 1 BY 1
               UNTIL WS-ARE-SUB >= WS-ARE-SEM-AREA
                  OR WS-ARE-ENCONTRADA
           .
       8200-LOCALIZAR-AREA-EXIT.
           EXIT.

       8300-COMPARAR-AREA.
           IF WS-ARE-ID (WS-ARE-SUB) = WS-AREA-BUSCA
               SET WS-ARE-ENCONTRADA TO TRUE
               SUBTRACT 1 FROM WS-ARE-SUB
           END-IF
           .
       8300-COMPARAR-AREA-EXIT.
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
               MOVE WS-LIN-CABEC1 TO RELAREA-REG
               WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELAREA-REG
               WRITE RELAREA-REG AFTER ADVANCING PAGE
           END-IF
           MOVE WS-LIN-CABEC2 TO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELAREA-REG
           WRITE RELAREA-REG AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-AREA-DIARIO.

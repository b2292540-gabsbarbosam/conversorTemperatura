      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: ACIONAMENTO DO PLANTAO PARA ALERTAS SEM RECONHECIMENTO
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para rodar periodicamente e
      *                 varrer o ALERTAS em busca de alertas ainda
      *                 abertos (situacao "A") ha mais de N minutos,
      *                 com N configuravel por severidade no PARMESC
      *                 (padrao CRITICA 15/45 e ALERTA 60/180 minutos
      *                 para o nivel 1 e o nivel 2). Para cada nivel
      *                 vencido e ainda nao acionado, localiza na
      *                 escala PLANTAO o operador ativo de plantao
      *                 naquele momento (nivel 2 = supervisor), grava
      *                 a mensagem na caixa de saida NOTIFSAI lida pelo
      *                 gateway de pager/SMS e registra o acionamento
      *                 contra o alerta no NOTIFREG, que tambem impede
      *                 acionar de novo o mesmo nivel. Nivel sem
      *                 plantonista vigente e listado como excecao no
      *                 RELACION e tentado de novo na execucao
      *                 seguinte (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-ACIONA-PLANTAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT PARMESC-ARQ ASSIGN TO "PARMESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARMESC.
           SELECT PLANTAO-ARQ ASSIGN TO "PLANTAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANTAO.
           SELECT OPERCAD-ARQ ASSIGN TO "OPERCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
           SELECT NOTIFREG-ARQ ASSIGN TO "NOTIFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFREG.
           SELECT NOTIFSAI-ARQ ASSIGN TO "NOTIFSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTIFSAI.
           SELECT RELACION-ARQ ASSIGN TO "RELACION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELACION.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-ARQ.
       01  ALERTAS-REG.
           05 AL-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 AL-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 AL-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 AL-TIPO             PIC X(01).
               88 AL-ACIMA-DO-LIMITE          VALUE "A".
               88 AL-ABAIXO-DO-LIMITE         VALUE "B".
           05 FILLER              PIC X(01).
           05 AL-LIMITE           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 AL-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 AL-SITUACAO         PIC X(01).
               88 AL-ALERTA-ABERTO            VALUE "A".
               88 AL-ALERTA-RECONHECIDO       VALUE "R".
               88 AL-ALERTA-FECHADO           VALUE "F".
           05 FILLER              PIC X(01).
           05 AL-OBSERVACAO       PIC X(30).

      ******************************************************************
      * PARMESC - prazos de acionamento por severidade, em minutos
      * desde a gravacao do alerta. Uma linha por severidade; a que
      * nao constar usa o padrao do programa.
      ******************************************************************
       FD  PARMESC-ARQ.
       01  PARMESC-REG.
           05 PE-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 PE-MIN-NIVEL1       PIC 9(04).
           05 FILLER              PIC X(01).
           05 PE-MIN-NIVEL2       PIC 9(04).
           05 FILLER              PIC X(62).

       FD  PLANTAO-ARQ.
       01  PLANTAO-REG.
           05 PL-OPERADOR-ID      PIC X(06).
           05 FILLER              PIC X(01).
           05 PL-DATA-INI         PIC 9(08).
           05 FILLER              PIC X(01).
           05 PL-HORA-INI         PIC 9(04).
           05 FILLER              PIC X(01).
           05 PL-DATA-FIM         PIC 9(08).
           05 FILLER              PIC X(01).
           05 PL-HORA-FIM         PIC 9(04).
           05 FILLER              PIC X(01).
           05 PL-NIVEL            PIC X(01).
               88 PL-NIVEL-PLANTONISTA        VALUE "1".
               88 PL-NIVEL-SUPERVISOR         VALUE "2".
           05 FILLER              PIC X(01).
           05 PL-CONTATO          PIC X(30).
           05 FILLER              PIC X(13).

       FD  OPERCAD-ARQ.
       01  OPERCAD-REG.
           05 OP-OPERADOR-ID      PIC X(06).
           05 OP-NOME             PIC X(30).
           05 OP-NIVEL            PIC X(01).
               88 OP-NIVEL-SUPERVISOR         VALUE "S".
               88 OP-NIVEL-OPERADOR           VALUE "O".
           05 OP-SITUACAO         PIC X(01).
               88 OP-OPER-ATIVO               VALUE "A".
               88 OP-OPER-INATIVO             VALUE "I".
           05 FILLER              PIC X(12).

      ******************************************************************
      * NOTIFREG - registro permanente dos acionamentos, um por alerta
      * e nivel, identificando o alerta pela sua data, hora e sensor.
      ******************************************************************
       FD  NOTIFREG-ARQ.
       01  NOTIFREG-REG.
           05 NR-AL-DATA          PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-AL-HORA          PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-AL-SENSOR-ID     PIC X(06).
           05 FILLER              PIC X(01).
           05 NR-NIVEL            PIC 9(01).
           05 FILLER              PIC X(01).
           05 NR-DATA-ENVIO       PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-HORA-ENVIO       PIC 9(08).
           05 FILLER              PIC X(01).
           05 NR-OPERADOR-ID      PIC X(06).
           05 FILLER              PIC X(01).
           05 NR-CONTATO          PIC X(30).
           05 FILLER              PIC X(01).
           05 NR-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 NR-IDADE-MIN        PIC 9(05).
           05 FILLER              PIC X(03).

      ******************************************************************
      * NOTIFSAI - caixa de saida do gateway de pager/SMS: destino e
      * texto pronto da mensagem.
      ******************************************************************
       FD  NOTIFSAI-ARQ.
       01  NOTIFSAI-REG.
           05 NS-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 NS-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 NS-NIVEL            PIC 9(01).
           05 FILLER              PIC X(01).
           05 NS-OPERADOR-ID      PIC X(06).
           05 FILLER              PIC X(01).
           05 NS-CONTATO          PIC X(30).
           05 FILLER              PIC X(01).
           05 NS-MENSAGEM         PIC X(62).

       FD  RELACION-ARQ.
       01  RELACION-REG           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ALERTAS  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-PARMESC  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-PLANTAO  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-NOTIFREG PIC X(02)   VALUE SPACES.
       77  WS-STATUS-NOTIFSAI PIC X(02)   VALUE SPACES.
       77  WS-STATUS-RELACION PIC X(02)   VALUE SPACES.
       77  WS-FIM-ARQUIVO     PIC X(01)   VALUE "N".
           88 WS-FIM-DO-ARQUIVO           VALUE "S".
       77  WS-OPERCAD-OK      PIC X(01)   VALUE "N".
           88 WS-OPERCAD-ABERTO           VALUE "S".
       77  WS-DATA-SISTEMA    PIC 9(08)   VALUE ZEROS.
       77  WS-MOMENTO-AGORA   PIC 9(12)   VALUE ZEROS.
       77  WS-MOMENTO-INI     PIC 9(12)   VALUE ZEROS.
       77  WS-MOMENTO-FIM     PIC 9(12)   VALUE ZEROS.
       77  WS-MIN-AGORA       PIC 9(09) COMP VALUE ZEROS.
       77  WS-MIN-ALERTA      PIC 9(09) COMP VALUE ZEROS.
       77  WS-IDADE-MIN       PIC S9(09) COMP VALUE ZEROS.
       77  WS-HH-ALERTA       PIC 9(02)   VALUE ZEROS.
       77  WS-MM-ALERTA       PIC 9(02)   VALUE ZEROS.
       77  WS-NIVEL-DEVIDO    PIC 9(01)   VALUE ZEROS.
       77  WS-NIVEL-ENVIO     PIC 9(01)   VALUE ZEROS.
       77  WS-NIVEL-INICIAL   PIC 9(01)   VALUE ZEROS.
       77  WS-HORA-ENVIO      PIC 9(08)   VALUE ZEROS.
       77  WS-IDX             PIC 9(05) COMP VALUE ZEROS.
       77  WS-PAR-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-PAR-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-PAR-ACHOU       PIC X(01)   VALUE "N".
           88 WS-PAR-ENCONTRADO           VALUE "S".
       77  WS-PLA-SUB         PIC 9(05) COMP VALUE ZEROS.
       77  WS-PLA-QTD         PIC 9(05) COMP VALUE ZEROS.
       77  WS-PLA-ACHOU       PIC X(01)   VALUE "N".
           88 WS-PLA-ENCONTRADO           VALUE "S".
       77  WS-ABT-SUB         PIC 9(05) COMP VALUE ZEROS.
       77  WS-ABT-QTD         PIC 9(05) COMP VALUE ZEROS.
       77  WS-ABT-ACHOU       PIC X(01)   VALUE "N".
           88 WS-ABT-ENCONTRADO           VALUE "S".
       77  WS-LIMITE-ABERTOS  PIC 9(05) COMP VALUE 1000.
       77  WS-LIMITE-PLANTAO  PIC 9(05) COMP VALUE 500.
       77  WS-QTD-ACIONADOS   PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-EXCECOES    PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-FORA-TABELA PIC 9(05) COMP VALUE ZEROS.
       77  WS-RC-FINAL        PIC 9(02)   VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(03)   VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(03)   VALUE 55.
       77  WS-IDADE-EDT       PIC ZZZZ9   VALUE ZEROS.
       77  WS-QTD-EDT         PIC ZZZZ9   VALUE ZEROS.

       01  WS-HORA-SISTEMA.
           05 WS-HH-AGORA         PIC 9(02)  VALUE ZEROS.
           05 WS-MM-AGORA         PIC 9(02)  VALUE ZEROS.
           05 FILLER              PIC 9(04)  VALUE ZEROS.

      ******************************************************************
      * WS-PARAMETROS - prazos por severidade. As duas primeiras
      * entradas sao o padrao; o PARMESC substitui ou acrescenta.
      * Severidade sem entrada usa a linha ALERTA.
      ******************************************************************
       01  WS-PARAMETROS.
           05 WS-PAR-ITEM OCCURS 20 TIMES.
               10 WS-PAR-SEVERIDADE PIC X(08).
               10 WS-PAR-MIN-NIVEL1 PIC 9(04).
               10 WS-PAR-MIN-NIVEL2 PIC 9(04).

      ******************************************************************
      * WS-TABELA-PLANTAO - escala de plantao carregada do PLANTAO.
      ******************************************************************
       01  WS-TABELA-PLANTAO.
           05 WS-PLA-ITEM OCCURS 500 TIMES.
               10 WS-PLA-OPERADOR  PIC X(06).
               10 WS-PLA-MOM-INI   PIC 9(12).
               10 WS-PLA-MOM-FIM   PIC 9(12).
               10 WS-PLA-NIVEL     PIC X(01).
               10 WS-PLA-CONTATO   PIC X(30).

      ******************************************************************
      * WS-TABELA-ABERTOS - alertas ainda abertos, com o maior nivel
      * ja acionado para cada um segundo o NOTIFREG.
      ******************************************************************
       01  WS-TABELA-ABERTOS.
           05 WS-ABT-ITEM OCCURS 1000 TIMES.
               10 WS-ABT-DATA      PIC 9(08).
               10 WS-ABT-HORA      PIC 9(08).
               10 WS-ABT-SENSOR    PIC X(06).
               10 WS-ABT-ESCALA    PIC X(01).
               10 WS-ABT-TEMPER    PIC X(09).
               10 WS-ABT-SEVERIDADE PIC X(08).
               10 WS-ABT-NIVEL-ENV PIC 9(01).

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(45)  VALUE
               "CONVERSOR DE TEMPERATURA - ACIONAMENTO DE PLA".
           05 FILLER              PIC X(08)  VALUE "NTAO -  ".
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-HH              PIC 9(02).
           05 FILLER              PIC X(01)  VALUE ":".
           05 CAB-MM              PIC 9(02).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-CABEC2.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(09)  VALUE "DATA     ".
           05 FILLER              PIC X(09)  VALUE "HORA     ".
           05 FILLER              PIC X(08)  VALUE "SENSOR  ".
           05 FILLER              PIC X(09)  VALUE "SEVERID. ".
           05 FILLER              PIC X(07)  VALUE "  IDADE".
           05 FILLER              PIC X(07)  VALUE "  NIVEL".
           05 FILLER              PIC X(09)  VALUE "  OPERAD.".
           05 FILLER              PIC X(08)  VALUE " CONTATO".

       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DET-DATA            PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-HORA            PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-SEVERIDADE      PIC X(08).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-IDADE           PIC ZZZZ9.
           05 FILLER              PIC X(06)  VALUE SPACES.
           05 DET-NIVEL           PIC 9(01).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 DET-OPERADOR        PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-CONTATO         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF WS-RC-FINAL = 16
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-ACIONAR-ALERTA THRU 2000-ACIONAR-ALERTA-EXIT
               VARYING WS-ABT-SUB FROM 1 BY 1
               UNTIL WS-ABT-SUB > WS-ABT-QTD

           PERFORM 3000-FINALIZAR THRU 3000-FINALIZAR-EXIT
           .
       MAIN-FIM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - fixa o momento da execucao, carrega os
      * prazos, a escala e os alertas abertos com o nivel ja acionado
      * e abre os arquivos de saida.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           COMPUTE WS-MOMENTO-AGORA = WS-DATA-SISTEMA * 10000
                                    + WS-HH-AGORA * 100
                                    + WS-MM-AGORA
           COMPUTE WS-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA) * 1440
               + WS-HH-AGORA * 60 + WS-MM-AGORA

           PERFORM 1100-CARREGAR-PARAMETROS THRU
                   1100-CARREGAR-PARAMETROS-EXIT
           PERFORM 1200-CARREGAR-PLANTAO THRU
                   1200-CARREGAR-PLANTAO-EXIT
           PERFORM 1300-CARREGAR-ABERTOS THRU
                   1300-CARREGAR-ABERTOS-EXIT
           IF WS-RC-FINAL = 16
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           PERFORM 1400-CARREGAR-NOTIFREG THRU
                   1400-CARREGAR-NOTIFREG-EXIT

           OPEN INPUT OPERCAD-ARQ
           IF WS-STATUS-OPERCAD = "00"
               SET WS-OPERCAD-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO OPERCAD INDISPONIVEL (STATUS "
                   WS-STATUS-OPERCAD ") - ESCALA USADA SEM VALIDAR "
                   "O OPERADOR"
               MOVE 4 TO WS-RC-FINAL
           END-IF

           OPEN EXTEND NOTIFREG-ARQ
           IF WS-STATUS-NOTIFREG = "35"
               OPEN OUTPUT NOTIFREG-ARQ
           END-IF
           OPEN EXTEND NOTIFSAI-ARQ
           IF WS-STATUS-NOTIFSAI = "35"
               OPEN OUTPUT NOTIFSAI-ARQ
           END-IF
           OPEN OUTPUT RELACION-ARQ
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGAR-PARAMETROS - monta a tabela de prazos com o
      * padrao e aplica o PARMESC, quando existir.
      ******************************************************************
       1100-CARREGAR-PARAMETROS.
           MOVE "CRITICA" TO WS-PAR-SEVERIDADE (1)
           MOVE 15        TO WS-PAR-MIN-NIVEL1 (1)
           MOVE 45        TO WS-PAR-MIN-NIVEL2 (1)
           MOVE "ALERTA"  TO WS-PAR-SEVERIDADE (2)
           MOVE 60        TO WS-PAR-MIN-NIVEL1 (2)
           MOVE 180       TO WS-PAR-MIN-NIVEL2 (2)
           MOVE 2         TO WS-PAR-QTD

           OPEN INPUT PARMESC-ARQ
           IF WS-STATUS-PARMESC NOT = "00"
               GO TO 1100-CARREGAR-PARAMETROS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 1110-LER-PARMESC THRU 1110-LER-PARMESC-EXIT
           PERFORM 1120-GUARDAR-PARAMETRO THRU
                   1120-GUARDAR-PARAMETRO-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE PARMESC-ARQ
           .
       1100-CARREGAR-PARAMETROS-EXIT.
           EXIT.

       1110-LER-PARMESC.
           READ PARMESC-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       1110-LER-PARMESC-EXIT.
           EXIT.

       1120-GUARDAR-PARAMETRO.
           IF PE-SEVERIDADE = SPACES
                   OR PE-MIN-NIVEL1 NOT NUMERIC
                   OR PE-MIN-NIVEL2 NOT NUMERIC
                   OR PE-MIN-NIVEL2 < PE-MIN-NIVEL1
               DISPLAY "PARMESC IGNORADO: " PARMESC-REG
               GO TO 1120-GUARDAR-PARAMETRO-PROX
           END-IF

           MOVE "N" TO WS-PAR-ACHOU
           PERFORM 8000-LOCALIZAR-SEVERIDADE THRU
                   8000-LOCALIZAR-SEVERIDADE-EXIT
               VARYING WS-PAR-SUB FROM 1 BY 1
               UNTIL WS-PAR-SUB > WS-PAR-QTD
                  OR WS-PAR-ENCONTRADO

           IF NOT WS-PAR-ENCONTRADO
               IF WS-PAR-QTD >= 20
                   DISPLAY "PARMESC EXCEDE 20 SEVERIDADES: "
                       PE-SEVERIDADE
                   GO TO 1120-GUARDAR-PARAMETRO-PROX
               END-IF
               ADD 1 TO WS-PAR-QTD
               MOVE WS-PAR-QTD    TO WS-PAR-SUB
               MOVE PE-SEVERIDADE TO WS-PAR-SEVERIDADE (WS-PAR-SUB)
           END-IF

           MOVE PE-MIN-NIVEL1 TO WS-PAR-MIN-NIVEL1 (WS-PAR-SUB)
           MOVE PE-MIN-NIVEL2 TO WS-PAR-MIN-NIVEL2 (WS-PAR-SUB)
           .
       1120-GUARDAR-PARAMETRO-PROX.
           PERFORM 1110-LER-PARMESC THRU 1110-LER-PARMESC-EXIT
           .
       1120-GUARDAR-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGAR-PLANTAO - carrega a escala com as janelas ja
      * convertidas em AAAAMMDDHHMM. Sem PLANTAO todo acionamento vira
      * excecao.
      ******************************************************************
       1200-CARREGAR-PLANTAO.
           MOVE ZEROS TO WS-PLA-QTD
           OPEN INPUT PLANTAO-ARQ
           IF WS-STATUS-PLANTAO NOT = "00"
               DISPLAY "ESCALA PLANTAO NAO ENCONTRADA (STATUS "
                   WS-STATUS-PLANTAO ")"
               GO TO 1200-CARREGAR-PLANTAO-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 1210-LER-PLANTAO THRU 1210-LER-PLANTAO-EXIT
           PERFORM 1220-GUARDAR-JANELA THRU 1220-GUARDAR-JANELA-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE PLANTAO-ARQ
           .
       1200-CARREGAR-PLANTAO-EXIT.
           EXIT.

       1210-LER-PLANTAO.
           READ PLANTAO-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       1210-LER-PLANTAO-EXIT.
           EXIT.

       1220-GUARDAR-JANELA.
           IF WS-PLA-QTD >= WS-LIMITE-PLANTAO
               DISPLAY "ESCALA EXCEDE " WS-LIMITE-PLANTAO
                   " JANELAS - RESTANTE IGNORADO"
               SET WS-FIM-DO-ARQUIVO TO TRUE
               GO TO 1220-GUARDAR-JANELA-EXIT
           END-IF

           IF PL-DATA-INI NUMERIC AND PL-HORA-INI NUMERIC
                   AND PL-DATA-FIM NUMERIC AND PL-HORA-FIM NUMERIC
               ADD 1 TO WS-PLA-QTD
               MOVE PL-OPERADOR-ID TO WS-PLA-OPERADOR (WS-PLA-QTD)
               COMPUTE WS-PLA-MOM-INI (WS-PLA-QTD) =
                   PL-DATA-INI * 10000 + PL-HORA-INI
               COMPUTE WS-PLA-MOM-FIM (WS-PLA-QTD) =
                   PL-DATA-FIM * 10000 + PL-HORA-FIM
               MOVE PL-NIVEL       TO WS-PLA-NIVEL (WS-PLA-QTD)
               MOVE PL-CONTATO     TO WS-PLA-CONTATO (WS-PLA-QTD)
           END-IF

           PERFORM 1210-LER-PLANTAO THRU 1210-LER-PLANTAO-EXIT
           .
       1220-GUARDAR-JANELA-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGAR-ABERTOS - guarda os alertas com situacao "A"
      * (alertas anteriores a situacao de disposicao, gravados em
      * branco, tambem contam como abertos). Os que nao couberem na
      * tabela ficam para a proxima execucao (RC 4).
      ******************************************************************
       1300-CARREGAR-ABERTOS.
           MOVE ZEROS TO WS-ABT-QTD
           OPEN INPUT ALERTAS-ARQ
           IF WS-STATUS-ALERTAS = "35"
               DISPLAY "ARQUIVO ALERTAS NAO ENCONTRADO - NADA A "
                   "ACIONAR"
               GO TO 1300-CARREGAR-ABERTOS-EXIT
           END-IF
           IF WS-STATUS-ALERTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR ALERTAS - STATUS "
                   WS-STATUS-ALERTAS
               MOVE 16 TO WS-RC-FINAL
               GO TO 1300-CARREGAR-ABERTOS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 1310-LER-ALERTAS THRU 1310-LER-ALERTAS-EXIT
           PERFORM 1320-GUARDAR-ABERTO THRU 1320-GUARDAR-ABERTO-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE ALERTAS-ARQ
           .
       1300-CARREGAR-ABERTOS-EXIT.
           EXIT.

       1310-LER-ALERTAS.
           READ ALERTAS-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       1310-LER-ALERTAS-EXIT.
           EXIT.

       1320-GUARDAR-ABERTO.
           IF AL-SITUACAO = SPACE OR AL-SITUACAO = LOW-VALUE
               MOVE "A" TO AL-SITUACAO
           END-IF
           IF NOT AL-ALERTA-ABERTO
               GO TO 1320-GUARDAR-ABERTO-PROX
           END-IF
           IF AL-DATA NOT NUMERIC OR AL-DATA = 0
                   OR AL-HORA NOT NUMERIC
               GO TO 1320-GUARDAR-ABERTO-PROX
           END-IF

           IF WS-ABT-QTD >= WS-LIMITE-ABERTOS
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 1320-GUARDAR-ABERTO-PROX
           END-IF

           ADD 1 TO WS-ABT-QTD
           MOVE AL-DATA       TO WS-ABT-DATA (WS-ABT-QTD)
           MOVE AL-HORA       TO WS-ABT-HORA (WS-ABT-QTD)
           MOVE AL-SENSOR-ID  TO WS-ABT-SENSOR (WS-ABT-QTD)
           MOVE AL-ESCALA     TO WS-ABT-ESCALA (WS-ABT-QTD)
           MOVE AL-TEMPER     TO WS-ABT-TEMPER (WS-ABT-QTD)
           MOVE AL-SEVERIDADE TO WS-ABT-SEVERIDADE (WS-ABT-QTD)
           MOVE ZEROS         TO WS-ABT-NIVEL-ENV (WS-ABT-QTD)
           .
       1320-GUARDAR-ABERTO-PROX.
           PERFORM 1310-LER-ALERTAS THRU 1310-LER-ALERTAS-EXIT
           .
       1320-GUARDAR-ABERTO-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGAR-NOTIFREG - marca em cada alerta aberto o maior
      * nivel ja acionado em execucoes anteriores.
      ******************************************************************
       1400-CARREGAR-NOTIFREG.
           OPEN INPUT NOTIFREG-ARQ
           IF WS-STATUS-NOTIFREG NOT = "00"
               GO TO 1400-CARREGAR-NOTIFREG-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 1410-LER-NOTIFREG THRU 1410-LER-NOTIFREG-EXIT
           PERFORM 1420-APLICAR-NOTIFREG THRU
                   1420-APLICAR-NOTIFREG-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE NOTIFREG-ARQ
           .
       1400-CARREGAR-NOTIFREG-EXIT.
           EXIT.

       1410-LER-NOTIFREG.
           READ NOTIFREG-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       1410-LER-NOTIFREG-EXIT.
           EXIT.

       1420-APLICAR-NOTIFREG.
           MOVE "N" TO WS-ABT-ACHOU
           PERFORM 8200-LOCALIZAR-ALERTA THRU
                   8200-LOCALIZAR-ALERTA-EXIT
               VARYING WS-ABT-SUB FROM 1 BY 1
               UNTIL WS-ABT-SUB > WS-ABT-QTD
                  OR WS-ABT-ENCONTRADO

           IF WS-ABT-ENCONTRADO AND NR-NIVEL NUMERIC
               IF NR-NIVEL > WS-ABT-NIVEL-ENV (WS-ABT-SUB)
                   MOVE NR-NIVEL TO WS-ABT-NIVEL-ENV (WS-ABT-SUB)
               END-IF
           END-IF

           PERFORM 1410-LER-NOTIFREG THRU 1410-LER-NOTIFREG-EXIT
           .
       1420-APLICAR-NOTIFREG-EXIT.
           EXIT.

      ******************************************************************
      * 2000-ACIONAR-ALERTA - apura a idade do alerta em minutos e o
      * nivel devido pelos prazos da sua severidade, e aciona cada
      * nivel devido que ainda nao tenha sido acionado.
      ******************************************************************
       2000-ACIONAR-ALERTA.
           MOVE WS-ABT-HORA (WS-ABT-SUB) (1:2) TO WS-HH-ALERTA
           MOVE WS-ABT-HORA (WS-ABT-SUB) (3:2) TO WS-MM-ALERTA
           COMPUTE WS-MIN-ALERTA =
               FUNCTION INTEGER-OF-DATE (WS-ABT-DATA (WS-ABT-SUB))
                   * 1440
               + WS-HH-ALERTA * 60 + WS-MM-ALERTA
           COMPUTE WS-IDADE-MIN = WS-MIN-AGORA - WS-MIN-ALERTA
           IF WS-IDADE-MIN < 0
               MOVE ZEROS TO WS-IDADE-MIN
           END-IF

           MOVE "N" TO WS-PAR-ACHOU
           PERFORM 8100-LOCALIZAR-PRAZO THRU
                   8100-LOCALIZAR-PRAZO-EXIT
               VARYING WS-PAR-SUB FROM 1 BY 1
               UNTIL WS-PAR-SUB > WS-PAR-QTD
                  OR WS-PAR-ENCONTRADO
           IF NOT WS-PAR-ENCONTRADO
               MOVE 2 TO WS-PAR-SUB
           END-IF

           EVALUATE TRUE
               WHEN WS-IDADE-MIN >= WS-PAR-MIN-NIVEL2 (WS-PAR-SUB)
                   MOVE 2 TO WS-NIVEL-DEVIDO
               WHEN WS-IDADE-MIN >= WS-PAR-MIN-NIVEL1 (WS-PAR-SUB)
                   MOVE 1 TO WS-NIVEL-DEVIDO
               WHEN OTHER
                   MOVE 0 TO WS-NIVEL-DEVIDO
           END-EVALUATE

           IF WS-NIVEL-DEVIDO <= WS-ABT-NIVEL-ENV (WS-ABT-SUB)
               GO TO 2000-ACIONAR-ALERTA-EXIT
           END-IF

           COMPUTE WS-NIVEL-INICIAL =
               WS-ABT-NIVEL-ENV (WS-ABT-SUB) + 1
           PERFORM 2100-ACIONAR-NIVEL THRU 2100-ACIONAR-NIVEL-EXIT
               VARYING WS-NIVEL-ENVIO FROM WS-NIVEL-INICIAL BY 1
               UNTIL WS-NIVEL-ENVIO > WS-NIVEL-DEVIDO
           .
       2000-ACIONAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 2100-ACIONAR-NIVEL - localiza o plantonista vigente do nivel e
      * grava a mensagem, o registro do acionamento e a linha do
      * relatorio. Sem plantonista, a excecao e relatada e o nivel
      * fica pendente para a proxima execucao.
      ******************************************************************
       2100-ACIONAR-NIVEL.
           MOVE "N" TO WS-PLA-ACHOU
           PERFORM 8300-LOCALIZAR-PLANTONISTA THRU
                   8300-LOCALIZAR-PLANTONISTA-EXIT
               VARYING WS-PLA-SUB FROM 1 BY 1
               UNTIL WS-PLA-SUB > WS-PLA-QTD
                  OR WS-PLA-ENCONTRADO

           MOVE WS-ABT-DATA (WS-ABT-SUB)       TO DET-DATA
           MOVE WS-ABT-HORA (WS-ABT-SUB)       TO DET-HORA
           MOVE WS-ABT-SENSOR (WS-ABT-SUB)     TO DET-SENSOR
           MOVE WS-ABT-SEVERIDADE (WS-ABT-SUB) TO DET-SEVERIDADE
           MOVE WS-IDADE-MIN                   TO DET-IDADE
           MOVE WS-NIVEL-ENVIO                 TO DET-NIVEL

           IF NOT WS-PLA-ENCONTRADO
               ADD 1 TO WS-QTD-EXCECOES
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
               MOVE "------"                   TO DET-OPERADOR
               MOVE "** SEM PLANTONISTA VIGENTE **" TO DET-CONTATO
               PERFORM 9100-IMPRIMIR-LINHA THRU
                       9100-IMPRIMIR-LINHA-EXIT
               GO TO 2100-ACIONAR-NIVEL-EXIT
           END-IF

           ACCEPT WS-HORA-ENVIO FROM TIME

           MOVE SPACES                         TO NOTIFSAI-REG
           MOVE WS-DATA-SISTEMA                TO NS-DATA
           MOVE WS-HORA-ENVIO                  TO NS-HORA
           MOVE WS-NIVEL-ENVIO                 TO NS-NIVEL
           MOVE WS-PLA-OPERADOR (WS-PLA-SUB)   TO NS-OPERADOR-ID
           MOVE WS-PLA-CONTATO (WS-PLA-SUB)    TO NS-CONTATO
           MOVE WS-IDADE-MIN                   TO WS-IDADE-EDT
           STRING WS-ABT-SEVERIDADE (WS-ABT-SUB) DELIMITED BY SPACE
                  " SENSOR "                     DELIMITED BY SIZE
                  WS-ABT-SENSOR (WS-ABT-SUB)     DELIMITED BY SPACE
                  " LEIT"                        DELIMITED BY SIZE
                  WS-ABT-TEMPER (WS-ABT-SUB)     DELIMITED BY SIZE
                  WS-ABT-ESCALA (WS-ABT-SUB)     DELIMITED BY SIZE
                  " ABERTO HA"                   DELIMITED BY SIZE
                  WS-IDADE-EDT                   DELIMITED BY SIZE
                  " MIN NIVEL "                  DELIMITED BY SIZE
                  WS-NIVEL-ENVIO                 DELIMITED BY SIZE
               INTO NS-MENSAGEM
           WRITE NOTIFSAI-REG

           MOVE SPACES                         TO NOTIFREG-REG
           MOVE WS-ABT-DATA (WS-ABT-SUB)       TO NR-AL-DATA
           MOVE WS-ABT-HORA (WS-ABT-SUB)       TO NR-AL-HORA
           MOVE WS-ABT-SENSOR (WS-ABT-SUB)     TO NR-AL-SENSOR-ID
           MOVE WS-NIVEL-ENVIO                 TO NR-NIVEL
           MOVE WS-DATA-SISTEMA                TO NR-DATA-ENVIO
           MOVE WS-HORA-ENVIO                  TO NR-HORA-ENVIO
           MOVE WS-PLA-OPERADOR (WS-PLA-SUB)   TO NR-OPERADOR-ID
           MOVE WS-PLA-CONTATO (WS-PLA-SUB)    TO NR-CONTATO
           MOVE WS-ABT-SEVERIDADE (WS-ABT-SUB) TO NR-SEVERIDADE
           IF WS-IDADE-MIN > 99999
               MOVE 99999 TO NR-IDADE-MIN
           ELSE
               MOVE WS-IDADE-MIN TO NR-IDADE-MIN
           END-IF
           WRITE NOTIFREG-REG

           MOVE WS-NIVEL-ENVIO TO WS-ABT-NIVEL-ENV (WS-ABT-SUB)
           ADD 1 TO WS-QTD-ACIONADOS

           MOVE WS-PLA-OPERADOR (WS-PLA-SUB)   TO DET-OPERADOR
           MOVE WS-PLA-CONTATO (WS-PLA-SUB)    TO DET-CONTATO
           PERFORM 9100-IMPRIMIR-LINHA THRU 9100-IMPRIMIR-LINHA-EXIT
           .
       2100-ACIONAR-NIVEL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FINALIZAR - imprime os totais e fecha os arquivos.
      ******************************************************************
       3000-FINALIZAR.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE

           MOVE WS-ABT-QTD TO WS-QTD-EDT
           MOVE SPACES TO RELACION-REG
           STRING "     ALERTAS ABERTOS AVALIADOS......: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-ACIONADOS TO WS-QTD-EDT
           MOVE SPACES TO RELACION-REG
           STRING "     ACIONAMENTOS ENVIADOS..........: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-EXCECOES TO WS-QTD-EDT
           MOVE SPACES TO RELACION-REG
           STRING "     NIVEIS SEM PLANTONISTA VIGENTE.: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE

           IF WS-QTD-FORA-TABELA > 0
               IF WS-RC-FINAL < 4
                   MOVE 4 TO WS-RC-FINAL
               END-IF
               MOVE WS-QTD-FORA-TABELA TO WS-QTD-EDT
               MOVE SPACES TO RELACION-REG
               STRING "     ABERTOS ALEM DA TABELA (ADIADOS): "
                   WS-QTD-EDT DELIMITED BY SIZE INTO RELACION-REG
               WRITE RELACION-REG AFTER ADVANCING 1 LINE
           END-IF

           IF WS-OPERCAD-ABERTO
               CLOSE OPERCAD-ARQ
           END-IF
           CLOSE NOTIFREG-ARQ
           CLOSE NOTIFSAI-ARQ
           CLOSE RELACION-ARQ

           DISPLAY "ALERTAS ABERTOS AVALIADOS: " WS-ABT-QTD
           DISPLAY "ACIONAMENTOS ENVIADOS....: " WS-QTD-ACIONADOS
           DISPLAY "NIVEIS SEM PLANTONISTA...: " WS-QTD-EXCECOES
           .
       3000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-LOCALIZAR-SEVERIDADE / 8100-LOCALIZAR-PRAZO - procuram a
      * severidade do PARMESC ou do alerta corrente na tabela de
      * prazos. Ao encontrar, o laco do chamador para com WS-PAR-SUB
      * apontando para a entrada.
      ******************************************************************
       8000-LOCALIZAR-SEVERIDADE.
           IF WS-PAR-SEVERIDADE (WS-PAR-SUB) = PE-SEVERIDADE
               SET WS-PAR-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-PAR-SUB
           END-IF
           .
       8000-LOCALIZAR-SEVERIDADE-EXIT.
           EXIT.

       8100-LOCALIZAR-PRAZO.
           IF WS-PAR-SEVERIDADE (WS-PAR-SUB) =
                   WS-ABT-SEVERIDADE (WS-ABT-SUB)
               SET WS-PAR-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-PAR-SUB
           END-IF
           .
       8100-LOCALIZAR-PRAZO-EXIT.
           EXIT.

      ******************************************************************
      * 8200-LOCALIZAR-ALERTA - procura o alerta do NOTIFREG corrente
      * entre os alertas abertos.
      ******************************************************************
       8200-LOCALIZAR-ALERTA.
           IF WS-ABT-DATA (WS-ABT-SUB)   = NR-AL-DATA
              AND WS-ABT-HORA (WS-ABT-SUB) = NR-AL-HORA
              AND WS-ABT-SENSOR (WS-ABT-SUB) = NR-AL-SENSOR-ID
               SET WS-ABT-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-ABT-SUB
           END-IF
           .
       8200-LOCALIZAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 8300-LOCALIZAR-PLANTONISTA - procura a primeira janela do
      * nivel em acionamento vigente neste momento cujo operador
      * esteja ativo no OPERCAD (e seja supervisor, no nivel 2).
      ******************************************************************
       8300-LOCALIZAR-PLANTONISTA.
           IF WS-PLA-NIVEL (WS-PLA-SUB) NOT = WS-NIVEL-ENVIO
               GO TO 8300-LOCALIZAR-PLANTONISTA-EXIT
           END-IF
           IF WS-MOMENTO-AGORA < WS-PLA-MOM-INI (WS-PLA-SUB)
                   OR WS-MOMENTO-AGORA NOT < WS-PLA-MOM-FIM (WS-PLA-SUB)
               GO TO 8300-LOCALIZAR-PLANTONISTA-EXIT
           END-IF

           IF WS-OPERCAD-ABERTO
               MOVE WS-PLA-OPERADOR (WS-PLA-SUB) TO OP-OPERADOR-ID
               READ OPERCAD-ARQ
                   INVALID KEY
                       GO TO 8300-LOCALIZAR-PLANTONISTA-EXIT
               END-READ
               IF NOT OP-OPER-ATIVO
                   GO TO 8300-LOCALIZAR-PLANTONISTA-EXIT
               END-IF
               IF WS-NIVEL-ENVIO = 2 AND NOT OP-NIVEL-SUPERVISOR
                   GO TO 8300-LOCALIZAR-PLANTONISTA-EXIT
               END-IF
           END-IF

           SET WS-PLA-ENCONTRADO TO TRUE
           SUBTRACT 1 FROM WS-PLA-SUB
           .
       8300-LOCALIZAR-PLANTONISTA-EXIT.
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
           MOVE WS-DATA-SISTEMA TO CAB-DATA
           MOVE WS-HH-AGORA     TO CAB-HH
           MOVE WS-MM-AGORA     TO CAB-MM
           MOVE WS-PAGINA       TO CAB-PAGINA

           IF WS-PAGINA = 1
               MOVE WS-LIN-CABEC1 TO RELACION-REG
               WRITE RELACION-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELACION-REG
               WRITE RELACION-REG AFTER ADVANCING PAGE
           END-IF
           MOVE WS-LIN-CABEC2 TO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       9100-IMPRIMIR-LINHA.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-DETALHE TO RELACION-REG
           WRITE RELACION-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       9100-IMPRIMIR-LINHA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-ACIONA-PLANTAO.

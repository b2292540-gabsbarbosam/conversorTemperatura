      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: REGISTRO DE CALIBRACOES E IMPACTO RETROATIVO
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para registrar cada evento de
      *                 calibracao de um sensor no arquivo CALIBREG:
      *                 data, tecnico, valor de referencia, leitura
      *                 encontrada (as-found) e leitura deixada
      *                 (as-left), ambas brutas do sensor, e o
      *                 resultado aprovado/reprovado pela tolerancia.
      *                 O erro encontrado e a leitura encontrada mais
      *                 o offset vigente menos a referencia; o novo
      *                 offset e a referencia menos a leitura deixada,
      *                 gravado no SENSCAD com a data da calibracao e
      *                 a proxima, e registrado no SENSHIST com a acao
      *                 C. Calibracao reprovada gera no RELCALIB o
      *                 relatorio de impacto: as leituras do sensor no
      *                 TEMPLOG desde a calibracao anterior que seriam
      *                 rejeitadas ou alarmadas se o erro encontrado
      *                 fosse descontado, para a Qualidade.
      * 15/10/2026  CM  Leituras estornadas no TEMPLOG (situacao E)
      *                 deixam de entrar no relatorio de impacto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-CALIBRACAO.
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
           SELECT OPERCAD-ARQ ASSIGN TO "OPERCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
           SELECT SENSHIST-ARQ ASSIGN TO "SENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSHIST.
           SELECT CALIBREG-ARQ ASSIGN TO "CALIBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALIBREG.
           SELECT RELCALIB-ARQ ASSIGN TO "RELCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELCALIB.
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

       FD  SENSHIST-ARQ.
       01  SENSHIST-REG.
           05 SH-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 SH-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 SH-ACAO             PIC X(01).
               88 SH-ACAO-INCLUSAO            VALUE "I".
               88 SH-ACAO-ALTERACAO           VALUE "A".
               88 SH-ACAO-DESATIVACAO         VALUE "D".
               88 SH-ACAO-REATIVACAO          VALUE "R".
               88 SH-ACAO-CALIBRACAO          VALUE "C".
           05 FILLER              PIC X(01).
           05 SH-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-IMAGEM-ANTERIOR.
               10 SH-LOCAL-ANT    PIC X(30).
               10 SH-ESCALA-ANT   PIC X(01).
               10 SH-SITUACAO-ANT PIC X(01).
               10 SH-LIM-INF-ANT  PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
               10 SH-LIM-SUP-ANT  PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
               10 SH-LIM-ATV-ANT  PIC X(01).
           05 FILLER              PIC X(01).
           05 SH-IMAGEM-NOVA.
               10 SH-LOCAL-NOVO   PIC X(30).
               10 SH-ESCALA-NOVA  PIC X(01).
               10 SH-SITUACAO-NOVA PIC X(01).
               10 SH-LIM-INF-NOVO PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
               10 SH-LIM-SUP-NOVO PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
               10 SH-LIM-ATV-NOVO PIC X(01).
           05 FILLER              PIC X(01).
           05 SH-OPERADOR         PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-AREA-ANT         PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-AREA-NOVA        PIC X(06).
           05 FILLER              PIC X(01).
           05 SH-OFFSET-ANT       PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 SH-OFFSET-NOVO      PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.

      ******************************************************************
      * CALIBREG - um registro por evento de calibracao. Leituras,
      * erro e offsets na escala do sensor; CB-CALIB-ANT e a data da
      * calibracao anterior (inicio do periodo de impacto) e
      * CB-QTD-IMPACTO as leituras listadas no relatorio de impacto.
      ******************************************************************
       FD  CALIBREG-ARQ.
       01  CALIBREG-REG.
           05 CB-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 CB-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 CB-TECNICO          PIC X(20).
           05 FILLER              PIC X(01).
           05 CB-REFERENCIA       PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-ACHADO           PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-DEIXADO          PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-ERRO-ACHADO      PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-TOLERANCIA       PIC 9(03)V9(02).
           05 FILLER              PIC X(01).
           05 CB-RESULTADO        PIC X(01).
               88 CB-APROVADA                 VALUE "A".
               88 CB-REPROVADA                VALUE "R".
           05 FILLER              PIC X(01).
           05 CB-OFFSET-ANT       PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-OFFSET-NOVO      PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 FILLER              PIC X(01).
           05 CB-CALIB-ANT        PIC 9(08).
           05 FILLER              PIC X(01).
           05 CB-PROXIMA          PIC 9(08).
           05 FILLER              PIC X(01).
           05 CB-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 CB-OPERADOR         PIC X(06).
           05 FILLER              PIC X(01).
           05 CB-QTD-IMPACTO      PIC 9(05).
           05 FILLER              PIC X(09).

       FD  RELCALIB-ARQ.
       01  RELCALIB-REG           PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-SENSCAD  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-SENSHIST PIC X(02)   VALUE SPACES.
       77  WS-STATUS-CALIBREG PIC X(02)   VALUE SPACES.
       77  WS-STATUS-RELCALIB PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
           88 WS-OPCAO-REGISTRAR         VALUE "R" "r".
           88 WS-OPCAO-CONSULTAR         VALUE "C" "c".
           88 WS-OPCAO-FIM               VALUE "F" "f".
       77  WS-CONFIRMA     PIC X(01)     VALUE SPACES.
       77  WS-SENSOR-ID    PIC X(06)     VALUE SPACES.
       77  WS-SENSOR-FILTRO PIC X(06)    VALUE SPACES.
       77  WS-TECNICO      PIC X(20)     VALUE SPACES.
       77  WS-DATA-INF     PIC X(08)     VALUE SPACES.
       77  WS-CAL-DATA     PIC 9(08)     VALUE ZEROS.
       77  WS-CAL-ANT      PIC 9(08)     VALUE ZEROS.
       77  WS-CAL-PROXIMA  PIC 9(08)     VALUE ZEROS.
       77  WS-REFERENCIA   PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-ACHADO       PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-DEIXADO      PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-TOLERANCIA   PIC 9(03)V9(02) VALUE ZEROS.
       77  WS-TOLERANCIA-PADRAO PIC 9(03)V9(02) VALUE 0.50.
       77  WS-OFFSET-ANT   PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-OFFSET-NOVO  PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-ERRO-ACHADO  PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-ERRO-ABS     PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-RESULTADO    PIC X(01)     VALUE SPACES.
           88 WS-CALIB-APROVADA          VALUE "A".
           88 WS-CALIB-REPROVADA         VALUE "R".
       77  WS-DADOS-OK     PIC X(01)     VALUE "N".
           88 WS-DADOS-VALIDOS           VALUE "S".
       77  WS-VALOR-EDT    PIC -(05)9.99 VALUE ZEROS.
       77  WS-VALOR2-EDT   PIC -(05)9.99 VALUE ZEROS.
       77  WS-TOL-EDT      PIC ZZ9.99    VALUE ZEROS.
       77  WS-DATA-SISTEMA PIC 9(08)     VALUE ZEROS.
       77  WS-HORA-SISTEMA PIC 9(08)     VALUE ZEROS.
       77  WS-SIGNON-ID    PIC X(06)     VALUE SPACES.
       77  WS-SIGNON-NIVEL PIC X(01)     VALUE SPACES.
           88 WS-SIGNON-SUPERVISOR       VALUE "S".
       77  WS-SIGNON-OK    PIC X(01)     VALUE "N".
           88 WS-SIGNON-APROVADO         VALUE "S".
       77  WS-TENTATIVAS   PIC 9(01) COMP VALUE ZEROS.
       77  WS-FIM-TEMPLOG  PIC X(01)     VALUE "N".
           88 WS-FIM-DO-TEMPLOG          VALUE "S".
       77  WS-FIM-CALIBREG PIC X(01)     VALUE "N".
           88 WS-FIM-DO-CALIBREG         VALUE "S".
       77  WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-LIDAS    PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-IMPACTO  PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-NOVAS    PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-INDEVIDOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-TEMPER-REG   PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-TEMPER-CORR  PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-TEMPER-TESTE PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-ESCALA-TESTE PIC X(01)     VALUE SPACES.
       77  WS-SIT-TESTE    PIC X(01)     VALUE SPACES.
           88 WS-SIT-NORMAL              VALUE "N".
           88 WS-SIT-ALARME              VALUE "A".
           88 WS-SIT-REJEITO             VALUE "R".
       77  WS-SIT-REG      PIC X(01)     VALUE SPACES.
       77  WS-SIT-NOME     PIC X(08)     VALUE SPACES.
       77  WS-SIT-CORR     PIC X(01)     VALUE SPACES.
       77  WS-PAGINA       PIC 9(03)     VALUE ZEROS.
       77  WS-LINHA-CONT   PIC 9(03)     VALUE 99.
       77  WS-LINHAS-PAGINA PIC 9(03)    VALUE 55.
       77  WS-QTD-EDT      PIC ZZZZZZ9   VALUE ZEROS.

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(48)  VALUE
               "CONVERSOR DE TEMPERATURA - IMPACTO DE CALIBRACAO".
           05 FILLER              PIC X(08)  VALUE " SENSOR ".
           05 CAB-SENSOR          PIC X(06).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-CABEC2.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(09)  VALUE "DATA     ".
           05 FILLER              PIC X(09)  VALUE "HORA     ".
           05 FILLER              PIC X(04)  VALUE "ESC ".
           05 FILLER              PIC X(11)  VALUE " REGISTRADA".
           05 FILLER              PIC X(10)  VALUE "  SITUACAO".
           05 FILLER              PIC X(11)  VALUE "  CORRIGIDA".
           05 FILLER              PIC X(10)  VALUE "  SITUACAO".
           05 FILLER              PIC X(06)  VALUE "  NOVA".

       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DET-DATA            PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-HORA            PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DET-ESCALA          PIC X(01).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 DET-TEMPER-REG      PIC -(05)9.99.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-SIT-REG         PIC X(08).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-TEMPER-CORR     PIC -(05)9.99.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-SIT-CORR        PIC X(08).
           05 FILLER              PIC X(03)  VALUE SPACES.
           05 DET-NOVA            PIC X(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "ERRO AO ABRIR SENSCAD - STATUS "
                   WS-STATUS-SENSCAD
               GO TO MAIN-FIM
           END-IF

           PERFORM 1500-IDENTIFICAR-OPERADOR THRU
                   1500-IDENTIFICAR-OPERADOR-EXIT
           IF NOT WS-SIGNON-APROVADO
               DISPLAY "IDENTIFICACAO RECUSADA - PROGRAMA ENCERRADO"
               CLOSE SENSCAD-ARQ
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-MENU THRU 2000-MENU-EXIT
               UNTIL WS-OPCAO-FIM

           CLOSE SENSCAD-ARQ
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1500-IDENTIFICAR-OPERADOR - exige a identificacao de um
      * operador ativo do OPERCAD antes de liberar o registro, para
      * que toda calibracao seja atribuivel. Ate tres tentativas;
      * OPERCAD indisponivel encerra o programa.
      ******************************************************************
       1500-IDENTIFICAR-OPERADOR.
           OPEN INPUT OPERCAD-ARQ
           IF WS-STATUS-OPERCAD NOT = "00"
               DISPLAY "CADASTRO OPERCAD INDISPONIVEL (STATUS "
                   WS-STATUS-OPERCAD ") - IDENTIFICACAO IMPOSSIVEL"
               GO TO 1500-IDENTIFICAR-OPERADOR-EXIT
           END-IF

           PERFORM 1510-TENTAR-IDENTIFICACAO THRU
                   1510-TENTAR-IDENTIFICACAO-EXIT
               UNTIL WS-SIGNON-APROVADO
                  OR WS-TENTATIVAS >= 3

           CLOSE OPERCAD-ARQ
           .
       1500-IDENTIFICAR-OPERADOR-EXIT.
           EXIT.

       1510-TENTAR-IDENTIFICACAO.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY "INFORME O SEU OPERADOR"
           ACCEPT WS-SIGNON-ID

           MOVE WS-SIGNON-ID TO OP-OPERADOR-ID
           READ OPERCAD-ARQ
               INVALID KEY
                   DISPLAY "OPERADOR " WS-SIGNON-ID " NAO CADASTRADO"
                   GO TO 1510-TENTAR-IDENTIFICACAO-EXIT
           END-READ

           IF OP-OPER-INATIVO
               DISPLAY "OPERADOR " WS-SIGNON-ID " ESTA INATIVO"
               GO TO 1510-TENTAR-IDENTIFICACAO-EXIT
           END-IF

           MOVE OP-NIVEL TO WS-SIGNON-NIVEL
           SET WS-SIGNON-APROVADO TO TRUE
           DISPLAY "OPERADOR IDENTIFICADO: " OP-NOME
               " (NIVEL " OP-NIVEL ")"
           .
       1510-TENTAR-IDENTIFICACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU - exibe o menu do registro de calibracoes e executa
      * a opcao escolhida.
      ******************************************************************
       2000-MENU.
           DISPLAY " "
           DISPLAY "REGISTRO DE CALIBRACOES - ESCOLHA UMA OPCAO:"
           DISPLAY "  (R)EGISTRAR  (C)ONSULTAR  (F)IM"
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN WS-OPCAO-REGISTRAR
                   PERFORM 3000-REGISTRAR THRU 3000-REGISTRAR-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 3500-CONSULTAR THRU 3500-CONSULTAR-EXIT
               WHEN WS-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME R, C OU F"
           END-EVALUATE
           .
       2000-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRAR - registra um evento de calibracao: apura o
      * erro encontrado e o resultado, grava o novo offset no SENSCAD
      * com o historico no SENSHIST, emite o relatorio de impacto se
      * a calibracao foi reprovada e grava o evento no CALIBREG.
      ******************************************************************
       3000-REGISTRAR.
           PERFORM 8000-PEDIR-DADOS THRU 8000-PEDIR-DADOS-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-REGISTRAR-EXIT
           END-IF

           COMPUTE WS-ERRO-ACHADO =
               WS-ACHADO + WS-OFFSET-ANT - WS-REFERENCIA
           COMPUTE WS-OFFSET-NOVO = WS-REFERENCIA - WS-DEIXADO
           IF WS-ERRO-ACHADO < 0
               COMPUTE WS-ERRO-ABS = 0 - WS-ERRO-ACHADO
           ELSE
               MOVE WS-ERRO-ACHADO TO WS-ERRO-ABS
           END-IF
           IF WS-ERRO-ABS > WS-TOLERANCIA
               SET WS-CALIB-REPROVADA TO TRUE
           ELSE
               SET WS-CALIB-APROVADA TO TRUE
           END-IF

           DISPLAY " "
           MOVE WS-ERRO-ACHADO TO WS-VALOR-EDT
           MOVE WS-TOLERANCIA  TO WS-TOL-EDT
           DISPLAY "ERRO ENCONTRADO " WS-VALOR-EDT
               " TOLERANCIA " WS-TOL-EDT
           IF WS-CALIB-REPROVADA
               DISPLAY "RESULTADO: REPROVADA (FORA DA TOLERANCIA)"
           ELSE
               DISPLAY "RESULTADO: APROVADA"
           END-IF
           MOVE WS-OFFSET-ANT  TO WS-VALOR-EDT
           MOVE WS-OFFSET-NOVO TO WS-VALOR2-EDT
           DISPLAY "OFFSET ATUAL " WS-VALOR-EDT
               " NOVO OFFSET " WS-VALOR2-EDT
           DISPLAY "PROXIMA CALIBRACAO " WS-CAL-PROXIMA
           DISPLAY "CONFIRMA O REGISTRO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REGISTRO CANCELADO"
               GO TO 3000-REGISTRAR-EXIT
           END-IF

           PERFORM 4000-ATUALIZAR-SENSCAD THRU
                   4000-ATUALIZAR-SENSCAD-EXIT
           IF WS-STATUS-SENSCAD NOT = "00"
               GO TO 3000-REGISTRAR-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-IMPACTO
           IF WS-CALIB-REPROVADA
               PERFORM 5000-RELATORIO-IMPACTO THRU
                       5000-RELATORIO-IMPACTO-EXIT
           END-IF

           PERFORM 4200-GRAVAR-CALIBREG THRU
                   4200-GRAVAR-CALIBREG-EXIT
           DISPLAY "CALIBRACAO DO SENSOR " WS-SENSOR-ID
               " REGISTRADA"
           .
       3000-REGISTRAR-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONSULTAR - lista os eventos do CALIBREG de um sensor
      * (branco lista todos).
      ******************************************************************
       3500-CONSULTAR.
           DISPLAY "INFORME O SENSOR OU BRANCO P/ TODOS"
           ACCEPT WS-SENSOR-FILTRO
           MOVE ZEROS TO WS-QTD-LISTADOS

           OPEN INPUT CALIBREG-ARQ
           IF WS-STATUS-CALIBREG NOT = "00"
               DISPLAY "NENHUMA CALIBRACAO REGISTRADA"
               GO TO 3500-CONSULTAR-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CALIBREG
           PERFORM 3510-LER-CALIBREG THRU 3510-LER-CALIBREG-EXIT
           PERFORM 3520-EXIBIR-CALIBRACAO THRU
                   3520-EXIBIR-CALIBRACAO-EXIT
               UNTIL WS-FIM-DO-CALIBREG
           CLOSE CALIBREG-ARQ

           DISPLAY "CALIBRACOES LISTADAS: " WS-QTD-LISTADOS
           .
       3500-CONSULTAR-EXIT.
           EXIT.

       3510-LER-CALIBREG.
           READ CALIBREG-ARQ
               AT END
                   SET WS-FIM-DO-CALIBREG TO TRUE
           END-READ
           .
       3510-LER-CALIBREG-EXIT.
           EXIT.

       3520-EXIBIR-CALIBRACAO.
           IF WS-SENSOR-FILTRO NOT = SPACES
                   AND CB-SENSOR-ID NOT = WS-SENSOR-FILTRO
               GO TO 3520-EXIBIR-CALIBRACAO-FIM
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           DISPLAY " "
           DISPLAY "SENSOR " CB-SENSOR-ID " DATA " CB-DATA
               " TECNICO " CB-TECNICO " OPERADOR " CB-OPERADOR
           MOVE CB-REFERENCIA TO WS-VALOR-EDT
           MOVE CB-ACHADO     TO WS-VALOR2-EDT
           DISPLAY "  REFERENCIA " WS-VALOR-EDT
               " ENCONTRADA " WS-VALOR2-EDT " ESCALA " CB-ESCALA
           MOVE CB-DEIXADO     TO WS-VALOR-EDT
           MOVE CB-ERRO-ACHADO TO WS-VALOR2-EDT
           MOVE CB-TOLERANCIA  TO WS-TOL-EDT
           DISPLAY "  DEIXADA " WS-VALOR-EDT " ERRO " WS-VALOR2-EDT
               " TOLERANCIA " WS-TOL-EDT " RESULTADO " CB-RESULTADO
           MOVE CB-OFFSET-ANT  TO WS-VALOR-EDT
           MOVE CB-OFFSET-NOVO TO WS-VALOR2-EDT
           DISPLAY "  OFFSET " WS-VALOR-EDT " -> " WS-VALOR2-EDT
               " ANTERIOR " CB-CALIB-ANT " PROXIMA " CB-PROXIMA
           IF CB-REPROVADA
               DISPLAY "  LEITURAS NO RELATORIO DE IMPACTO: "
                   CB-QTD-IMPACTO
           END-IF
           .
       3520-EXIBIR-CALIBRACAO-FIM.
           PERFORM 3510-LER-CALIBREG THRU 3510-LER-CALIBREG-EXIT
           .
       3520-EXIBIR-CALIBRACAO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ATUALIZAR-SENSCAD - grava no cadastro o novo offset, a
      * data da calibracao e a proxima, e registra a acao C no
      * SENSHIST com o offset anterior e o novo.
      ******************************************************************
       4000-ATUALIZAR-SENSCAD.
           MOVE WS-OFFSET-NOVO TO SC-CALIB-OFFSET
           MOVE WS-CAL-DATA    TO SC-CALIB-DATA
           MOVE WS-CAL-PROXIMA TO SC-CALIB-PROXIMA

           REWRITE SENSCAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SENSOR " WS-SENSOR-ID
                       " - CALIBRACAO NAO REGISTRADA"
                   GO TO 4000-ATUALIZAR-SENSCAD-EXIT
           END-REWRITE

           PERFORM 4100-GRAVAR-HISTORICO THRU
                   4100-GRAVAR-HISTORICO-EXIT
           .
       4000-ATUALIZAR-SENSCAD-EXIT.
           EXIT.

      ******************************************************************
      * 4100-GRAVAR-HISTORICO - grava em SENSHIST a calibracao. Local,
      * escala, situacao, limites e area nao mudam; a imagem anterior
      * e a nova diferem so no offset.
      ******************************************************************
       4100-GRAVAR-HISTORICO.
           OPEN EXTEND SENSHIST-ARQ
           IF WS-STATUS-SENSHIST = "35"
               OPEN OUTPUT SENSHIST-ARQ
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE SPACES            TO SENSHIST-REG
           MOVE WS-DATA-SISTEMA   TO SH-DATA
           MOVE WS-HORA-SISTEMA   TO SH-HORA
           SET SH-ACAO-CALIBRACAO TO TRUE
           MOVE SC-SENSOR-ID      TO SH-SENSOR-ID
           MOVE SC-LOCAL          TO SH-LOCAL-ANT
           MOVE SC-ESCALA         TO SH-ESCALA-ANT
           MOVE SC-SITUACAO       TO SH-SITUACAO-ANT
           MOVE SC-LIM-INFERIOR   TO SH-LIM-INF-ANT
           MOVE SC-LIM-SUPERIOR   TO SH-LIM-SUP-ANT
           MOVE SC-LIM-ATIVO      TO SH-LIM-ATV-ANT
           MOVE SH-IMAGEM-ANTERIOR TO SH-IMAGEM-NOVA
           MOVE WS-SIGNON-ID      TO SH-OPERADOR
           MOVE SC-AREA           TO SH-AREA-ANT
           MOVE SC-AREA           TO SH-AREA-NOVA
           MOVE WS-OFFSET-ANT     TO SH-OFFSET-ANT
           MOVE WS-OFFSET-NOVO    TO SH-OFFSET-NOVO

           WRITE SENSHIST-REG
           CLOSE SENSHIST-ARQ
           .
       4100-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * 4200-GRAVAR-CALIBREG - acrescenta o evento ao CALIBREG.
      ******************************************************************
       4200-GRAVAR-CALIBREG.
           OPEN EXTEND CALIBREG-ARQ
           IF WS-STATUS-CALIBREG = "35"
               OPEN OUTPUT CALIBREG-ARQ
           END-IF

           MOVE SPACES          TO CALIBREG-REG
           MOVE WS-SENSOR-ID    TO CB-SENSOR-ID
           MOVE WS-CAL-DATA     TO CB-DATA
           MOVE WS-TECNICO      TO CB-TECNICO
           MOVE WS-REFERENCIA   TO CB-REFERENCIA
           MOVE WS-ACHADO       TO CB-ACHADO
           MOVE WS-DEIXADO      TO CB-DEIXADO
           MOVE WS-ERRO-ACHADO  TO CB-ERRO-ACHADO
           MOVE WS-TOLERANCIA   TO CB-TOLERANCIA
           MOVE WS-RESULTADO    TO CB-RESULTADO
           MOVE WS-OFFSET-ANT   TO CB-OFFSET-ANT
           MOVE WS-OFFSET-NOVO  TO CB-OFFSET-NOVO
           MOVE WS-CAL-ANT      TO CB-CALIB-ANT
           MOVE WS-CAL-PROXIMA  TO CB-PROXIMA
           MOVE SC-ESCALA       TO CB-ESCALA
           MOVE WS-SIGNON-ID    TO CB-OPERADOR
           MOVE WS-QTD-IMPACTO  TO CB-QTD-IMPACTO

           WRITE CALIBREG-REG
           CLOSE CALIBREG-ARQ
           .
       4200-GRAVAR-CALIBREG-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RELATORIO-IMPACTO - le as leituras do sensor no TEMPLOG
      * desde a calibracao anterior ate a data da calibracao e,
      * descontando de cada uma o erro encontrado, lista as que
      * seriam rejeitadas (abaixo do zero absoluto) ou alarmadas
      * (fora da faixa cadastrada), marcando as que nao o foram na
      * epoca. O relatorio e acrescentado ao RELCALIB.
      ******************************************************************
       5000-RELATORIO-IMPACTO.
           MOVE ZEROS TO WS-QTD-LIDAS
           MOVE ZEROS TO WS-QTD-NOVAS
           MOVE ZEROS TO WS-QTD-INDEVIDOS
           MOVE ZEROS TO WS-PAGINA
           MOVE 99    TO WS-LINHA-CONT

           OPEN EXTEND RELCALIB-ARQ
           IF WS-STATUS-RELCALIB = "35"
               OPEN OUTPUT RELCALIB-ARQ
           END-IF
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT

           MOVE "N" TO WS-FIM-TEMPLOG
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG NOT = "00"
               DISPLAY "TEMPLOG INDISPONIVEL (STATUS "
                   WS-STATUS-TEMPLOG ") - IMPACTO NAO APURADO"
               SET WS-FIM-DO-TEMPLOG TO TRUE
           ELSE
               MOVE SPACES     TO TEMPLOG-REG
               MOVE WS-CAL-ANT TO TL-DATA
               MOVE ZEROS      TO TL-HORA
               MOVE ZEROS      TO TL-SEQ
               START TEMPLOG-ARQ KEY NOT < TL-CHAVE
                   INVALID KEY
                       SET WS-FIM-DO-TEMPLOG TO TRUE
               END-START
           END-IF

           IF NOT WS-FIM-DO-TEMPLOG
               PERFORM 5100-LER-TEMPLOG THRU 5100-LER-TEMPLOG-EXIT
               PERFORM 5200-AVALIAR-LEITURA THRU
                       5200-AVALIAR-LEITURA-EXIT
                   UNTIL WS-FIM-DO-TEMPLOG
           END-IF
           IF WS-STATUS-TEMPLOG NOT = "35"
               CLOSE TEMPLOG-ARQ
           END-IF

           PERFORM 5400-IMPRIMIR-TOTAIS THRU
                   5400-IMPRIMIR-TOTAIS-EXIT
           CLOSE RELCALIB-ARQ

           DISPLAY "RELATORIO DE IMPACTO GRAVADO EM RELCALIB: "
               WS-QTD-IMPACTO " LEITURAS ("
               WS-QTD-NOVAS " NAO ALARMADAS NA EPOCA)"
           .
       5000-RELATORIO-IMPACTO-EXIT.
           EXIT.

       5100-LER-TEMPLOG.
           READ TEMPLOG-ARQ NEXT
               AT END
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-READ
           IF NOT WS-FIM-DO-TEMPLOG
                   AND TL-DATA > WS-CAL-DATA
               SET WS-FIM-DO-TEMPLOG TO TRUE
           END-IF
           .
       5100-LER-TEMPLOG-EXIT.
           EXIT.

       5200-AVALIAR-LEITURA.
           IF TL-SENSOR-ID NOT = WS-SENSOR-ID OR TL-ESTORNADO
               GO TO 5200-AVALIAR-LEITURA-FIM
           END-IF
           ADD 1 TO WS-QTD-LIDAS

           MOVE TL-TEMPER TO WS-TEMPER-REG
           COMPUTE WS-TEMPER-CORR = WS-TEMPER-REG - WS-ERRO-ACHADO

           MOVE TL-ESCALA      TO WS-ESCALA-TESTE
           MOVE WS-TEMPER-REG  TO WS-TEMPER-TESTE
           PERFORM 5300-CLASSIFICAR THRU 5300-CLASSIFICAR-EXIT
           MOVE WS-SIT-TESTE   TO WS-SIT-REG
           MOVE WS-TEMPER-CORR TO WS-TEMPER-TESTE
           PERFORM 5300-CLASSIFICAR THRU 5300-CLASSIFICAR-EXIT
           MOVE WS-SIT-TESTE   TO WS-SIT-CORR

           IF WS-SIT-REG = "A" AND WS-SIT-CORR = "N"
               ADD 1 TO WS-QTD-INDEVIDOS
           END-IF
           IF WS-SIT-CORR = "N"
               GO TO 5200-AVALIAR-LEITURA-FIM
           END-IF

           ADD 1 TO WS-QTD-IMPACTO
           MOVE TL-DATA        TO DET-DATA
           MOVE TL-HORA        TO DET-HORA
           MOVE TL-ESCALA      TO DET-ESCALA
           MOVE WS-TEMPER-REG  TO DET-TEMPER-REG
           MOVE WS-TEMPER-CORR TO DET-TEMPER-CORR
           MOVE WS-SIT-REG     TO WS-SIT-TESTE
           PERFORM 5310-NOMEAR-SITUACAO THRU
                   5310-NOMEAR-SITUACAO-EXIT
           MOVE WS-SIT-NOME    TO DET-SIT-REG
           MOVE WS-SIT-CORR    TO WS-SIT-TESTE
           PERFORM 5310-NOMEAR-SITUACAO THRU
                   5310-NOMEAR-SITUACAO-EXIT
           MOVE WS-SIT-NOME    TO DET-SIT-CORR
           IF WS-SIT-REG = "N"
               ADD 1 TO WS-QTD-NOVAS
               MOVE "SIM" TO DET-NOVA
           ELSE
               MOVE "NAO" TO DET-NOVA
           END-IF

           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-DETALHE TO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       5200-AVALIAR-LEITURA-FIM.
           PERFORM 5100-LER-TEMPLOG THRU 5100-LER-TEMPLOG-EXIT
           .
       5200-AVALIAR-LEITURA-EXIT.
           EXIT.

      ******************************************************************
      * 5300-CLASSIFICAR - classifica WS-TEMPER-TESTE na escala
      * WS-ESCALA-TESTE pelas mesmas regras do modo SENSOR: abaixo do
      * zero absoluto e rejeito; fora da faixa cadastrada (limites
      * ativos) e alarme; caso contrario normal.
      ******************************************************************
       5300-CLASSIFICAR.
           SET WS-SIT-NORMAL TO TRUE

           EVALUATE TRUE
               WHEN WS-ESCALA-TESTE = "C" OR "c"
                   IF WS-TEMPER-TESTE < -273.15
                       SET WS-SIT-REJEITO TO TRUE
                   END-IF
               WHEN WS-ESCALA-TESTE = "F" OR "f"
                   IF WS-TEMPER-TESTE < -459.67
                       SET WS-SIT-REJEITO TO TRUE
                   END-IF
               WHEN WS-ESCALA-TESTE = "K" OR "k"
                   IF WS-TEMPER-TESTE < 0
                       SET WS-SIT-REJEITO TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-SIT-REJEITO
               GO TO 5300-CLASSIFICAR-EXIT
           END-IF

           IF SC-LIMITES-ATIVOS
               IF WS-TEMPER-TESTE > SC-LIM-SUPERIOR
                       OR WS-TEMPER-TESTE < SC-LIM-INFERIOR
                   SET WS-SIT-ALARME TO TRUE
               END-IF
           END-IF
           .
       5300-CLASSIFICAR-EXIT.
           EXIT.

      ******************************************************************
      * 5310-NOMEAR-SITUACAO - descricao da situacao WS-SIT-TESTE
      * para as colunas de situacao do detalhe.
      ******************************************************************
       5310-NOMEAR-SITUACAO.
           EVALUATE TRUE
               WHEN WS-SIT-REJEITO
                   MOVE "REJEITO"  TO WS-SIT-NOME
               WHEN WS-SIT-ALARME
                   MOVE "ALARME"   TO WS-SIT-NOME
               WHEN OTHER
                   MOVE "NORMAL"   TO WS-SIT-NOME
           END-EVALUATE
           .
       5310-NOMEAR-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 5400-IMPRIMIR-TOTAIS - fecha o relatorio de impacto com os
      * dados da calibracao e as contagens apuradas.
      ******************************************************************
       5400-IMPRIMIR-TOTAIS.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE SPACES TO RELCALIB-REG
           STRING "     TECNICO " WS-TECNICO
                  "  PERIODO " WS-CAL-ANT " A " WS-CAL-DATA
               DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE WS-ERRO-ACHADO TO WS-VALOR-EDT
           MOVE WS-TOLERANCIA  TO WS-TOL-EDT
           MOVE SPACES TO RELCALIB-REG
           STRING "     ERRO ENCONTRADO " WS-VALOR-EDT
                  "  TOLERANCIA " WS-TOL-EDT
                  "  ESCALA " SC-ESCALA
               DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-LIDAS TO WS-QTD-EDT
           MOVE SPACES TO RELCALIB-REG
           STRING "     LEITURAS DO SENSOR NO PERIODO..........: "
                  WS-QTD-EDT DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-IMPACTO TO WS-QTD-EDT
           MOVE SPACES TO RELCALIB-REG
           STRING "     REJEITADAS/ALARMADAS COM O ERRO........: "
                  WS-QTD-EDT DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-NOVAS TO WS-QTD-EDT
           MOVE SPACES TO RELCALIB-REG
           STRING "     DESTAS, NAO ALARMADAS NA EPOCA.........: "
                  WS-QTD-EDT DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-INDEVIDOS TO WS-QTD-EDT
           MOVE SPACES TO RELCALIB-REG
           STRING "     ALARMADAS NA EPOCA QUE FICARIAM NORMAIS: "
                  WS-QTD-EDT DELIMITED BY SIZE INTO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE
           .
       5400-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PEDIR-DADOS - obtem o sensor e os dados do evento. O
      * sensor tem de estar ativo no SENSCAD; a data (branco = hoje)
      * nao pode ser futura nem anterior a calibracao vigente; o
      * tecnico e obrigatorio; tolerancia zero usa o padrao de 0,50
      * grau; proxima calibracao em branco fica para um ano depois.
      ******************************************************************
       8000-PEDIR-DADOS.
           MOVE "N" TO WS-DADOS-OK
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "INFORME O IDENTIFICADOR DO SENSOR"
           ACCEPT WS-SENSOR-ID
           IF WS-SENSOR-ID = SPACES
               DISPLAY "OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           MOVE WS-SENSOR-ID TO SC-SENSOR-ID
           READ SENSCAD-ARQ
               INVALID KEY
                   DISPLAY "SENSOR " WS-SENSOR-ID " NAO CADASTRADO"
                   GO TO 8000-PEDIR-DADOS-EXIT
           END-READ
           IF NOT SC-SENSOR-ATIVO
               DISPLAY "SENSOR " WS-SENSOR-ID " DESATIVADO - "
                   "OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF
           DISPLAY "SENSOR " SC-SENSOR-ID " ESCALA " SC-ESCALA
               " LOCAL " SC-LOCAL

           IF SC-CALIB-OFFSET NUMERIC
               MOVE SC-CALIB-OFFSET TO WS-OFFSET-ANT
           ELSE
               MOVE ZEROS TO WS-OFFSET-ANT
           END-IF
           IF SC-CALIB-DATA NUMERIC
               MOVE SC-CALIB-DATA TO WS-CAL-ANT
           ELSE
               MOVE ZEROS TO WS-CAL-ANT
           END-IF

           DISPLAY "INFORME A DATA DA CALIBRACAO (AAAAMMDD) OU "
               "BRANCO P/ HOJE"
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF = SPACES
               MOVE WS-DATA-SISTEMA TO WS-CAL-DATA
           ELSE
               IF WS-DATA-INF NOT NUMERIC
                   DISPLAY "DATA INVALIDA - OPERACAO CANCELADA"
                   GO TO 8000-PEDIR-DADOS-EXIT
               END-IF
               MOVE WS-DATA-INF TO WS-CAL-DATA
           END-IF
           IF WS-CAL-DATA > WS-DATA-SISTEMA
                   OR WS-CAL-DATA < WS-CAL-ANT
               DISPLAY "DATA FUTURA OU ANTERIOR A CALIBRACAO VIGENTE "
                   "(" WS-CAL-ANT ") - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           DISPLAY "INFORME O TECNICO RESPONSAVEL"
           ACCEPT WS-TECNICO
           IF WS-TECNICO = SPACES
               DISPLAY "TECNICO OBRIGATORIO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           DISPLAY "INFORME O VALOR DE REFERENCIA (ESCALA "
               SC-ESCALA ")"
           ACCEPT WS-REFERENCIA
           DISPLAY "INFORME A LEITURA ENCONTRADA (BRUTA DO SENSOR)"
           ACCEPT WS-ACHADO
           DISPLAY "INFORME A LEITURA DEIXADA (BRUTA DO SENSOR)"
           ACCEPT WS-DEIXADO

           MOVE WS-TOLERANCIA-PADRAO TO WS-TOL-EDT
           DISPLAY "INFORME A TOLERANCIA OU 0 P/ " WS-TOL-EDT
           ACCEPT WS-TOLERANCIA
           IF WS-TOLERANCIA = 0
               MOVE WS-TOLERANCIA-PADRAO TO WS-TOLERANCIA
           END-IF

           DISPLAY "INFORME A PROXIMA CALIBRACAO (AAAAMMDD) OU "
               "BRANCO P/ UM ANO"
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF = SPACES OR WS-DATA-INF NOT NUMERIC
               COMPUTE WS-CAL-PROXIMA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-CAL-DATA) + 365)
           ELSE
               MOVE WS-DATA-INF TO WS-CAL-PROXIMA
           END-IF
           IF WS-CAL-PROXIMA NOT > WS-CAL-DATA
               DISPLAY "PROXIMA CALIBRACAO DEVE SER POSTERIOR A "
                   "DATA DA CALIBRACAO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8000-PEDIR-DADOS-EXIT.
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
           MOVE WS-SENSOR-ID TO CAB-SENSOR
           MOVE WS-CAL-DATA  TO CAB-DATA
           MOVE WS-PAGINA    TO CAB-PAGINA

           MOVE WS-LIN-CABEC1 TO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING PAGE
           MOVE WS-LIN-CABEC2 TO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELCALIB-REG
           WRITE RELCALIB-REG AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-CALIBRACAO.

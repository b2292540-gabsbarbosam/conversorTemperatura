      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA ESCALA DE PLANTAO (PLANTAO)
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para manter a escala de
      *                 plantao usada pelo CONVERSOR-ACIONA-PLANTAO:
      *                 cada entrada traz o operador do OPERCAD, a
      *                 janela de data/hora em que ele responde, o
      *                 nivel de acionamento (1=plantonista,
      *                 2=supervisor, acionado quando o alerta segue
      *                 aberto) e o contato para o gateway de
      *                 pager/SMS. Exige a identificacao de um
      *                 operador ativo; somente supervisores incluem
      *                 ou excluem entradas. O nivel 2 so aceita
      *                 supervisores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-PLANTAO-CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANTAO-ARQ ASSIGN TO "PLANTAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANTAO.
           SELECT OPERCAD-ARQ ASSIGN TO "OPERCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PLANTAO - uma entrada por janela de plantao. Horas em HHMM; a
      * janela vale de PL-DATA-INI/PL-HORA-INI (inclusive) ate
      * PL-DATA-FIM/PL-HORA-FIM (exclusive).
      ******************************************************************
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

       WORKING-STORAGE SECTION.
       77  WS-STATUS-PLANTAO PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
           88 WS-OPCAO-INCLUIR           VALUE "I" "i".
           88 WS-OPCAO-EXCLUIR           VALUE "E" "e".
           88 WS-OPCAO-LISTAR            VALUE "L" "l".
           88 WS-OPCAO-VIGENTES          VALUE "V" "v".
           88 WS-OPCAO-FIM               VALUE "F" "f".
       77  WS-FIM-PLANTAO  PIC X(01)     VALUE "N".
           88 WS-FIM-DO-PLANTAO          VALUE "S".
       77  WS-IDX          PIC 9(05) COMP VALUE ZEROS.
       77  WS-IDX-EXCLUIR  PIC 9(05) COMP VALUE ZEROS.
       77  WS-IDX-INF      PIC 9(05)     VALUE ZEROS.
       77  WS-QTD-PLANTAO  PIC 9(05) COMP VALUE ZEROS.
       77  WS-LIMITE-TABELA PIC 9(05) COMP VALUE 500.
       77  WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-CARGA-OK     PIC X(01)     VALUE "S".
           88 WS-CARGA-COMPLETA          VALUE "S".
       77  WS-CONFIRMA     PIC X(01)     VALUE SPACES.
       77  WS-OPERADOR-ID  PIC X(06)     VALUE SPACES.
       77  WS-DATA-INI-INF PIC X(08)     VALUE SPACES.
       77  WS-HORA-INI-INF PIC X(04)     VALUE SPACES.
       77  WS-DATA-FIM-INF PIC X(08)     VALUE SPACES.
       77  WS-HORA-FIM-INF PIC X(04)     VALUE SPACES.
       77  WS-NIVEL        PIC X(01)     VALUE SPACES.
       77  WS-CONTATO      PIC X(30)     VALUE SPACES.
       77  WS-DADOS-OK     PIC X(01)     VALUE "N".
           88 WS-DADOS-VALIDOS           VALUE "S".
       77  WS-MOMENTO-INI  PIC 9(12)     VALUE ZEROS.
       77  WS-MOMENTO-FIM  PIC 9(12)     VALUE ZEROS.
       77  WS-MOMENTO-AGORA PIC 9(12)    VALUE ZEROS.
       77  WS-DATA-SISTEMA PIC 9(08)     VALUE ZEROS.
       77  WS-SIGNON-ID    PIC X(06)     VALUE SPACES.
       77  WS-SIGNON-NIVEL PIC X(01)     VALUE SPACES.
           88 WS-SIGNON-SUPERVISOR       VALUE "S".
       77  WS-SIGNON-OK    PIC X(01)     VALUE "N".
           88 WS-SIGNON-APROVADO         VALUE "S".
       77  WS-TENTATIVAS   PIC 9(01) COMP VALUE ZEROS.

       01  WS-HORA-SISTEMA.
           05 WS-HHMM-SISTEMA     PIC 9(04)  VALUE ZEROS.
           05 FILLER              PIC 9(04)  VALUE ZEROS.

      ******************************************************************
      * WS-TABELA-PLANTAO - copia integral do PLANTAO em memoria,
      * regravada por completo a cada inclusao ou exclusao, no mesmo
      * criterio do CONVERSOR-REVISA-ALERTAS.
      ******************************************************************
       01  WS-TABELA-PLANTAO.
           05 WS-PLA-ITEM OCCURS 500 TIMES PIC X(80).

       01  WS-PLA-REG.
           05 WP-OPERADOR-ID      PIC X(06).
           05 FILLER              PIC X(01).
           05 WP-DATA-INI         PIC 9(08).
           05 FILLER              PIC X(01).
           05 WP-HORA-INI         PIC 9(04).
           05 FILLER              PIC X(01).
           05 WP-DATA-FIM         PIC 9(08).
           05 FILLER              PIC X(01).
           05 WP-HORA-FIM         PIC 9(04).
           05 FILLER              PIC X(01).
           05 WP-NIVEL            PIC X(01).
           05 FILLER              PIC X(01).
           05 WP-CONTATO          PIC X(30).
           05 FILLER              PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1500-IDENTIFICAR-OPERADOR THRU
                   1500-IDENTIFICAR-OPERADOR-EXIT
           IF NOT WS-SIGNON-APROVADO
               DISPLAY "IDENTIFICACAO RECUSADA - PROGRAMA ENCERRADO"
               GO TO MAIN-FIM
           END-IF

           PERFORM 1000-CARREGAR-PLANTAO THRU
                   1000-CARREGAR-PLANTAO-EXIT
           IF NOT WS-CARGA-COMPLETA
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-MENU THRU 2000-MENU-EXIT
               UNTIL WS-OPCAO-FIM
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-CARREGAR-PLANTAO - le a escala inteira para a tabela em
      * memoria. Se o arquivo exceder a tabela, o programa e
      * encerrado sem regravar nada, para nao perder entradas.
      ******************************************************************
       1000-CARREGAR-PLANTAO.
           MOVE ZEROS TO WS-QTD-PLANTAO

           OPEN INPUT PLANTAO-ARQ
           IF WS-STATUS-PLANTAO = "35"
               DISPLAY "ESCALA PLANTAO AINDA VAZIA"
               GO TO 1000-CARREGAR-PLANTAO-EXIT
           END-IF

           PERFORM 1100-LER-PLANTAO THRU 1100-LER-PLANTAO-EXIT
           PERFORM 1200-GUARDAR-PLANTAO THRU 1200-GUARDAR-PLANTAO-EXIT
               UNTIL WS-FIM-DO-PLANTAO
                  OR NOT WS-CARGA-COMPLETA
           CLOSE PLANTAO-ARQ
           .
       1000-CARREGAR-PLANTAO-EXIT.
           EXIT.

       1100-LER-PLANTAO.
           READ PLANTAO-ARQ
               AT END
                   SET WS-FIM-DO-PLANTAO TO TRUE
           END-READ
           .
       1100-LER-PLANTAO-EXIT.
           EXIT.

       1200-GUARDAR-PLANTAO.
           IF WS-QTD-PLANTAO >= WS-LIMITE-TABELA
               DISPLAY "TABELA DE PLANTAO CHEIA (" WS-LIMITE-TABELA
                   ") - PROGRAMA ENCERRADO SEM REGRAVAR"
               MOVE "N" TO WS-CARGA-OK
               GO TO 1200-GUARDAR-PLANTAO-EXIT
           END-IF

           ADD 1 TO WS-QTD-PLANTAO
           MOVE PLANTAO-REG TO WS-PLA-ITEM (WS-QTD-PLANTAO)

           PERFORM 1100-LER-PLANTAO THRU 1100-LER-PLANTAO-EXIT
           .
       1200-GUARDAR-PLANTAO-EXIT.
           EXIT.

      ******************************************************************
      * 1500-IDENTIFICAR-OPERADOR - exige a identificacao de um
      * operador ativo do OPERCAD antes de liberar a manutencao da
      * escala, para que toda acao seja atribuivel. Ate tres
      * tentativas; OPERCAD indisponivel encerra o programa.
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
      * 2000-MENU - exibe o menu da escala e executa a opcao
      * escolhida. Somente supervisores incluem ou excluem entradas;
      * os demais operadores podem listar.
      ******************************************************************
       2000-MENU.
           DISPLAY " "
           DISPLAY "ESCALA DE PLANTAO - ESCOLHA UMA OPCAO:"
           DISPLAY "  (I)NCLUIR  (E)XCLUIR  (L)ISTAR  (V)IGENTES  "
               "(F)IM"
           ACCEPT WS-OPCAO

           IF (WS-OPCAO-INCLUIR OR WS-OPCAO-EXCLUIR)
                   AND NOT WS-SIGNON-SUPERVISOR
               DISPLAY "SOMENTE SUPERVISOR ALTERA A ESCALA DE "
                   "PLANTAO"
               GO TO 2000-MENU-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 3100-EXCLUIR THRU 3100-EXCLUIR-EXIT
               WHEN WS-OPCAO-LISTAR
                   MOVE ZEROS TO WS-MOMENTO-AGORA
                   PERFORM 3400-LISTAR THRU 3400-LISTAR-EXIT
               WHEN WS-OPCAO-VIGENTES
                   ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-SISTEMA FROM TIME
                   COMPUTE WS-MOMENTO-AGORA =
                       WS-DATA-SISTEMA * 10000
                     + WS-HHMM-SISTEMA
                   PERFORM 3400-LISTAR THRU 3400-LISTAR-EXIT
               WHEN WS-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I, E, L, V OU F"
           END-EVALUATE
           .
       2000-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - registra uma nova janela de plantao, validada
      * contra o OPERCAD e gravada de imediato.
      ******************************************************************
       3000-INCLUIR.
           IF WS-QTD-PLANTAO >= WS-LIMITE-TABELA
               DISPLAY "ESCALA CHEIA (" WS-LIMITE-TABELA
                   ") - EXCLUA JANELAS VENCIDAS ANTES DE INCLUIR"
               GO TO 3000-INCLUIR-EXIT
           END-IF

           PERFORM 8000-PEDIR-DADOS THRU 8000-PEDIR-DADOS-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-INCLUIR-EXIT
           END-IF

           MOVE SPACES          TO WS-PLA-REG
           MOVE WS-OPERADOR-ID  TO WP-OPERADOR-ID
           MOVE WS-DATA-INI-INF TO WP-DATA-INI
           MOVE WS-HORA-INI-INF TO WP-HORA-INI
           MOVE WS-DATA-FIM-INF TO WP-DATA-FIM
           MOVE WS-HORA-FIM-INF TO WP-HORA-FIM
           MOVE WS-NIVEL        TO WP-NIVEL
           MOVE WS-CONTATO      TO WP-CONTATO

           ADD 1 TO WS-QTD-PLANTAO
           MOVE WS-PLA-REG TO WS-PLA-ITEM (WS-QTD-PLANTAO)
           PERFORM 4000-REGRAVAR-PLANTAO THRU
                   4000-REGRAVAR-PLANTAO-EXIT
           DISPLAY "JANELA DE PLANTAO " WS-QTD-PLANTAO
               " INCLUIDA COM SUCESSO"
           .
       3000-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-EXCLUIR - remove uma janela da escala pelo numero exibido
      * na listagem, apos confirmacao.
      ******************************************************************
       3100-EXCLUIR.
           DISPLAY "INFORME O NUMERO DA JANELA A EXCLUIR (VIDE "
               "LISTAGEM)"
           ACCEPT WS-IDX-INF
           IF WS-IDX-INF NOT NUMERIC OR WS-IDX-INF = 0
                   OR WS-IDX-INF > WS-QTD-PLANTAO
               DISPLAY "NUMERO INVALIDO - OPERACAO CANCELADA"
               GO TO 3100-EXCLUIR-EXIT
           END-IF
           MOVE WS-IDX-INF TO WS-IDX-EXCLUIR

           MOVE WS-PLA-ITEM (WS-IDX-EXCLUIR) TO WS-PLA-REG
           MOVE WS-IDX-EXCLUIR TO WS-IDX
           PERFORM 8300-EXIBIR-JANELA THRU 8300-EXIBIR-JANELA-EXIT
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3100-EXCLUIR-EXIT
           END-IF

           PERFORM 3110-DESLOCAR-JANELA THRU 3110-DESLOCAR-JANELA-EXIT
               VARYING WS-IDX FROM WS-IDX-EXCLUIR BY 1
               UNTIL WS-IDX >= WS-QTD-PLANTAO
           SUBTRACT 1 FROM WS-QTD-PLANTAO

           PERFORM 4000-REGRAVAR-PLANTAO THRU
                   4000-REGRAVAR-PLANTAO-EXIT
           DISPLAY "JANELA DE PLANTAO EXCLUIDA"
           .
       3100-EXCLUIR-EXIT.
           EXIT.

       3110-DESLOCAR-JANELA.
           MOVE WS-PLA-ITEM (WS-IDX + 1) TO WS-PLA-ITEM (WS-IDX)
           .
       3110-DESLOCAR-JANELA-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LISTAR - lista as janelas da escala com o numero usado
      * na exclusao. Com WS-MOMENTO-AGORA preenchido, lista somente as
      * janelas vigentes neste momento.
      ******************************************************************
       3400-LISTAR.
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 3410-LISTAR-JANELA THRU 3410-LISTAR-JANELA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PLANTAO

           DISPLAY "JANELAS LISTADAS: " WS-QTD-LISTADOS
           .
       3400-LISTAR-EXIT.
           EXIT.

       3410-LISTAR-JANELA.
           MOVE WS-PLA-ITEM (WS-IDX) TO WS-PLA-REG
           IF WS-MOMENTO-AGORA > 0
               COMPUTE WS-MOMENTO-INI = WP-DATA-INI * 10000
                                      + WP-HORA-INI
               COMPUTE WS-MOMENTO-FIM = WP-DATA-FIM * 10000
                                      + WP-HORA-FIM
               IF WS-MOMENTO-AGORA < WS-MOMENTO-INI
                       OR WS-MOMENTO-AGORA NOT < WS-MOMENTO-FIM
                   GO TO 3410-LISTAR-JANELA-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           PERFORM 8300-EXIBIR-JANELA THRU 8300-EXIBIR-JANELA-EXIT
           .
       3410-LISTAR-JANELA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REGRAVAR-PLANTAO - regrava o PLANTAO completo a partir da
      * tabela em memoria.
      ******************************************************************
       4000-REGRAVAR-PLANTAO.
           OPEN OUTPUT PLANTAO-ARQ
           PERFORM 4100-GRAVAR-JANELA THRU 4100-GRAVAR-JANELA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PLANTAO
           CLOSE PLANTAO-ARQ
           .
       4000-REGRAVAR-PLANTAO-EXIT.
           EXIT.

       4100-GRAVAR-JANELA.
           MOVE WS-PLA-ITEM (WS-IDX) TO PLANTAO-REG
           WRITE PLANTAO-REG
           .
       4100-GRAVAR-JANELA-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PEDIR-DADOS - obtem operador, nivel, janela e contato da
      * nova entrada. O operador tem de estar ativo no OPERCAD (e ser
      * supervisor no nivel 2), as datas e horas tem de ser validas e
      * o fim posterior ao inicio, e o contato e obrigatorio.
      ******************************************************************
       8000-PEDIR-DADOS.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME O OPERADOR DE PLANTAO"
           ACCEPT WS-OPERADOR-ID
           IF WS-OPERADOR-ID = SPACES
               DISPLAY "OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           DISPLAY "INFORME O NIVEL (1=PLANTONISTA, 2=SUPERVISOR)"
           ACCEPT WS-NIVEL
           IF WS-NIVEL NOT = "1" AND WS-NIVEL NOT = "2"
               DISPLAY "NIVEL INVALIDO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           OPEN INPUT OPERCAD-ARQ
           IF WS-STATUS-OPERCAD NOT = "00"
               DISPLAY "CADASTRO OPERCAD INDISPONIVEL (STATUS "
                   WS-STATUS-OPERCAD ") - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF
           MOVE WS-OPERADOR-ID TO OP-OPERADOR-ID
           READ OPERCAD-ARQ
               INVALID KEY
                   MOVE SPACES TO OP-SITUACAO
           END-READ
           CLOSE OPERCAD-ARQ

           IF NOT OP-OPER-ATIVO
               DISPLAY "OPERADOR " WS-OPERADOR-ID " NAO CADASTRADO "
                   "OU INATIVO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF
           IF WS-NIVEL = "2" AND NOT OP-NIVEL-SUPERVISOR
               DISPLAY "NIVEL 2 EXIGE SUPERVISOR - OPERACAO "
                   "CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF
           DISPLAY "OPERADOR: " OP-NOME

           DISPLAY "INFORME O INICIO DA JANELA - DATA (AAAAMMDD)"
           ACCEPT WS-DATA-INI-INF
           DISPLAY "INFORME O INICIO DA JANELA - HORA (HHMM)"
           ACCEPT WS-HORA-INI-INF
           DISPLAY "INFORME O FIM DA JANELA - DATA (AAAAMMDD)"
           ACCEPT WS-DATA-FIM-INF
           DISPLAY "INFORME O FIM DA JANELA - HORA (HHMM)"
           ACCEPT WS-HORA-FIM-INF

           IF WS-DATA-INI-INF NOT NUMERIC
                   OR WS-HORA-INI-INF NOT NUMERIC
                   OR WS-DATA-FIM-INF NOT NUMERIC
                   OR WS-HORA-FIM-INF NOT NUMERIC
               DISPLAY "DATA OU HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF
           IF WS-HORA-INI-INF (1:2) > "23"
                   OR WS-HORA-INI-INF (3:2) > "59"
                   OR WS-HORA-FIM-INF (1:2) > "23"
                   OR WS-HORA-FIM-INF (3:2) > "59"
               DISPLAY "HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           MOVE WS-DATA-INI-INF TO WS-MOMENTO-INI (1:8)
           MOVE WS-HORA-INI-INF TO WS-MOMENTO-INI (9:4)
           MOVE WS-DATA-FIM-INF TO WS-MOMENTO-FIM (1:8)
           MOVE WS-HORA-FIM-INF TO WS-MOMENTO-FIM (9:4)
           IF WS-MOMENTO-FIM NOT > WS-MOMENTO-INI
               DISPLAY "FIM DA JANELA DEVE SER POSTERIOR AO INICIO "
                   "- OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           DISPLAY "INFORME O CONTATO (PAGER/CELULAR) P/ O GATEWAY"
           ACCEPT WS-CONTATO
           IF WS-CONTATO = SPACES
               DISPLAY "CONTATO OBRIGATORIO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-DADOS-EXIT
           END-IF

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8000-PEDIR-DADOS-EXIT.
           EXIT.

      ******************************************************************
      * 8300-EXIBIR-JANELA - exibe a janela corrente (WS-PLA-REG) com
      * o seu numero na escala (WS-IDX).
      ******************************************************************
       8300-EXIBIR-JANELA.
           DISPLAY WS-IDX " OPERADOR " WP-OPERADOR-ID
               " NIVEL " WP-NIVEL
               " DE " WP-DATA-INI " " WP-HORA-INI
               " ATE " WP-DATA-FIM " " WP-HORA-FIM
           DISPLAY "      CONTATO " WP-CONTATO
           .
       8300-EXIBIR-JANELA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-PLANTAO-CADASTRO.

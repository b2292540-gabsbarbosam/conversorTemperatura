      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DAS COLOCACOES DE LOTES DE PRODUTO
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para registrar a colocacao de
      *                 lotes de produto junto aos sensores no arquivo
      *                 LOTECAD: lote, produto, quantidade, sensor e
      *                 local, data/hora de entrada e de saida e a
      *                 faixa de temperatura admitida pelo produto.
      *                 Uma colocacao e identificada pelo lote e pela
      *                 data/hora de entrada, para que o mesmo lote
      *                 possa passar por mais de um local. A
      *                 exposicao (minutos fora da faixa, pico e
      *                 leituras) e apurada pelo CONVERSOR-EXPOSICAO-
      *                 LOTES; alterar o sensor ou a faixa, ou
      *                 registrar uma saida anterior ao ultimo dia
      *                 apurado, zera a exposicao para que a proxima
      *                 apuracao a refaca desde a entrada. Exige a
      *                 identificacao de um operador ativo do
      *                 OPERCAD; a disposicao da garantia da qualidade
      *                 (liberado/rejeitado) de um lote exposto e a
      *                 exclusao de uma colocacao sao restritas a
      *                 supervisores.
      * 15/10/2026  CM  Na alteracao, quantidade zero, unidade e local
      *                 em branco mantem os valores atuais (o local
      *                 nao e mais trocado pelo do sensor).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-LOTE-CADASTRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTECAD-ARQ ASSIGN TO "LOTECAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WS-STATUS-LOTECAD.
           SELECT SENSCAD-ARQ ASSIGN TO "SENSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SENSOR-ID
               FILE STATUS IS WS-STATUS-SENSCAD.
           SELECT OPERCAD-ARQ ASSIGN TO "OPERCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LOTECAD - uma colocacao de lote por registro. A faixa admitida
      * e informada na escala LT-ESCALA. Os campos LT-EXP-* e LT-ULT-*
      * sao mantidos pela apuracao noturna de exposicao: situacao
      * (branco=nao apurada, N=sem exposicao, S=exposto), minutos e
      * leituras fora da faixa, pico e sentido (A=acima, B=abaixo),
      * primeira leitura fora, ultima leitura considerada e ultimo
      * dia apurado. LT-DISPOSICAO guarda a decisao da garantia da
      * qualidade sobre o lote exposto (branco=pendente, L=liberado,
      * R=rejeitado).
      ******************************************************************
       FD  LOTECAD-ARQ.
       01  LOTECAD-REG.
           05 LT-CHAVE.
               10 LT-LOTE         PIC X(12).
               10 LT-DATA-ENTRADA PIC 9(08).
               10 LT-HORA-ENTRADA PIC 9(04).
           05 LT-PRODUTO          PIC X(30).
           05 LT-QUANTIDADE       PIC 9(07).
           05 LT-UNIDADE          PIC X(03).
           05 LT-SENSOR-ID        PIC X(06).
           05 LT-LOCAL            PIC X(30).
           05 LT-DATA-SAIDA       PIC 9(08).
           05 LT-HORA-SAIDA       PIC 9(04).
           05 LT-ESCALA           PIC X(01).
           05 LT-FAIXA-MIN        PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 LT-FAIXA-MAX        PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 LT-EXP-SITUACAO     PIC X(01).
               88 LT-NAO-APURADO              VALUE SPACE.
               88 LT-SEM-EXPOSICAO            VALUE "N".
               88 LT-EXPOSTO                  VALUE "S".
           05 LT-EXP-MINUTOS      PIC 9(07).
           05 LT-EXP-LEITURAS     PIC 9(05).
           05 LT-EXP-PICO         PIC S9(05)V9(02) SIGN LEADING
                                       SEPARATE.
           05 LT-EXP-SENTIDO      PIC X(01).
           05 LT-EXP-PRIM-DATA    PIC 9(08).
           05 LT-EXP-PRIM-HORA    PIC 9(04).
           05 LT-ULT-LEIT-DATA    PIC 9(08).
           05 LT-ULT-LEIT-HORA    PIC 9(04).
           05 LT-ULT-FORA         PIC X(01).
           05 LT-EXP-DATA-APUR    PIC 9(08).
           05 LT-DISPOSICAO       PIC X(01).
               88 LT-DISP-PENDENTE            VALUE SPACE.
               88 LT-DISP-LIBERADO            VALUE "L".
               88 LT-DISP-REJEITADO           VALUE "R".
           05 LT-DISP-DATA        PIC 9(08).
           05 LT-DISP-OPERADOR    PIC X(06).
           05 LT-DATA-ATUALIZ     PIC 9(08).
           05 LT-OPERADOR         PIC X(06).
           05 FILLER              PIC X(07).

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
       77  WS-STATUS-LOTECAD PIC X(02)   VALUE SPACES.
       77  WS-STATUS-SENSCAD PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
           88 WS-OPCAO-INCLUIR           VALUE "I" "i".
           88 WS-OPCAO-ALTERAR           VALUE "A" "a".
           88 WS-OPCAO-SAIDA             VALUE "S" "s".
           88 WS-OPCAO-DISPOSICAO        VALUE "D" "d".
           88 WS-OPCAO-EXCLUIR           VALUE "E" "e".
           88 WS-OPCAO-CONSULTAR         VALUE "C" "c".
           88 WS-OPCAO-LISTAR            VALUE "L" "l".
           88 WS-OPCAO-FIM               VALUE "F" "f".
       77  WS-LOTE         PIC X(12)     VALUE SPACES.
       77  WS-DATA-ENT-INF PIC X(08)     VALUE SPACES.
       77  WS-HORA-ENT-INF PIC X(04)     VALUE SPACES.
       77  WS-DATA-SAI-INF PIC X(08)     VALUE SPACES.
       77  WS-HORA-SAI-INF PIC X(04)     VALUE SPACES.
       77  WS-MOMENTO-ENT  PIC 9(12)     VALUE ZEROS.
       77  WS-MOMENTO-SAI  PIC 9(12)     VALUE ZEROS.
       77  WS-PRODUTO      PIC X(30)     VALUE SPACES.
       77  WS-QUANTIDADE   PIC 9(07)     VALUE ZEROS.
       77  WS-UNIDADE      PIC X(03)     VALUE SPACES.
       77  WS-SENSOR-ID    PIC X(06)     VALUE SPACES.
       77  WS-LOCAL        PIC X(30)     VALUE SPACES.
       77  WS-QTD-ATUAL    PIC 9(07)     VALUE ZEROS.
       77  WS-UNIDADE-ATUAL PIC X(03)    VALUE SPACES.
       77  WS-LOCAL-ATUAL  PIC X(30)     VALUE SPACES.
       77  WS-ESCALA       PIC X(01)     VALUE SPACES.
       77  WS-FAIXA-MIN    PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-FAIXA-MAX    PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-FAIXA-MIN-EDT PIC -(05)9.99 VALUE ZEROS.
       77  WS-FAIXA-MAX-EDT PIC -(05)9.99 VALUE ZEROS.
       77  WS-PICO-EDT     PIC -(05)9.99 VALUE ZEROS.
       77  WS-DISPOSICAO   PIC X(01)     VALUE SPACES.
       77  WS-CONFIRMA     PIC X(01)     VALUE SPACES.
       77  WS-DADOS-OK     PIC X(01)     VALUE "N".
           88 WS-DADOS-VALIDOS           VALUE "S".
       77  WS-FIM-LISTA    PIC X(01)     VALUE "N".
           88 WS-FIM-DA-LISTA            VALUE "S".
       77  WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-DATA-SISTEMA PIC 9(08)     VALUE ZEROS.
       77  WS-SIGNON-ID    PIC X(06)     VALUE SPACES.
       77  WS-SIGNON-NIVEL PIC X(01)     VALUE SPACES.
           88 WS-SIGNON-SUPERVISOR       VALUE "S".
       77  WS-SIGNON-OK    PIC X(01)     VALUE "N".
           88 WS-SIGNON-APROVADO         VALUE "S".
       77  WS-TENTATIVAS   PIC 9(01) COMP VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-ABRIR-LOTECAD THRU 1000-ABRIR-LOTECAD-EXIT
           IF WS-STATUS-LOTECAD NOT = "00"
               DISPLAY "ERRO AO ABRIR LOTECAD - STATUS "
                   WS-STATUS-LOTECAD
               GO TO MAIN-FIM
           END-IF

           PERFORM 1500-IDENTIFICAR-OPERADOR THRU
                   1500-IDENTIFICAR-OPERADOR-EXIT
           IF NOT WS-SIGNON-APROVADO
               DISPLAY "IDENTIFICACAO RECUSADA - PROGRAMA ENCERRADO"
               CLOSE LOTECAD-ARQ
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-MENU THRU 2000-MENU-EXIT
               UNTIL WS-OPCAO-FIM

           CLOSE LOTECAD-ARQ
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-ABRIR-LOTECAD - abre o cadastro em modo de atualizacao.
      * Se o arquivo ainda nao existir, cria um cadastro vazio e o
      * reabre, para que a primeira inclusao nao exija passo manual.
      ******************************************************************
       1000-ABRIR-LOTECAD.
           OPEN I-O LOTECAD-ARQ
           IF WS-STATUS-LOTECAD = "35"
               OPEN OUTPUT LOTECAD-ARQ
               CLOSE LOTECAD-ARQ
               OPEN I-O LOTECAD-ARQ
           END-IF
           .
       1000-ABRIR-LOTECAD-EXIT.
           EXIT.

      ******************************************************************
      * 1500-IDENTIFICAR-OPERADOR - exige a identificacao de um
      * operador ativo do OPERCAD antes de liberar a manutencao do
      * cadastro, para que toda acao seja atribuivel. Ate tres
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
      * 2000-MENU - exibe o menu de manutencao e executa a opcao
      * escolhida pelo operador ate que ele peca para encerrar.
      ******************************************************************
       2000-MENU.
           DISPLAY " "
           DISPLAY "COLOCACAO DE LOTES DE PRODUTO - ESCOLHA UMA OPCAO:"
           DISPLAY "  (I)NCLUIR  (A)LTERAR  (S)AIDA  (D)ISPOSICAO QA"
           DISPLAY "  (E)XCLUIR  (C)ONSULTAR  (L)ISTAR  (F)IM"
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 3100-ALTERAR THRU 3100-ALTERAR-EXIT
               WHEN WS-OPCAO-SAIDA
                   PERFORM 3200-REGISTRAR-SAIDA THRU
                           3200-REGISTRAR-SAIDA-EXIT
               WHEN WS-OPCAO-DISPOSICAO
                   PERFORM 3300-DISPOSICAO THRU 3300-DISPOSICAO-EXIT
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 3400-EXCLUIR THRU 3400-EXCLUIR-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 3500-CONSULTAR THRU 3500-CONSULTAR-EXIT
               WHEN WS-OPCAO-LISTAR
                   PERFORM 3600-LISTAR THRU 3600-LISTAR-EXIT
               WHEN WS-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I, A, S, D, E, "
                       "C, L OU F"
           END-EVALUATE
           .
       2000-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - registra a entrada de um lote num local
      * monitorado: chave (lote e data/hora de entrada), produto e
      * quantidade, sensor e local, faixa admitida e, se o lote ja
      * saiu, a data/hora de saida. A exposicao nasce nao apurada.
      ******************************************************************
       3000-INCLUIR.
           PERFORM 8000-PEDIR-CHAVE THRU 8000-PEDIR-CHAVE-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-INCLUIR-EXIT
           END-IF

           MOVE WS-LOTE         TO LT-LOTE
           MOVE WS-DATA-ENT-INF TO LT-DATA-ENTRADA
           MOVE WS-HORA-ENT-INF TO LT-HORA-ENTRADA
           READ LOTECAD-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "COLOCACAO JA CADASTRADA - OPERACAO "
                       "CANCELADA"
                   GO TO 3000-INCLUIR-EXIT
           END-READ

           MOVE SPACES TO WS-PRODUTO
           MOVE SPACES TO WS-SENSOR-ID
           PERFORM 8100-PEDIR-PRODUTO THRU 8100-PEDIR-PRODUTO-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-INCLUIR-EXIT
           END-IF
           PERFORM 8200-PEDIR-SENSOR THRU 8200-PEDIR-SENSOR-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-INCLUIR-EXIT
           END-IF
           PERFORM 8300-PEDIR-FAIXA THRU 8300-PEDIR-FAIXA-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-INCLUIR-EXIT
           END-IF

           MOVE ZEROS TO WS-MOMENTO-SAI
           DISPLAY "O LOTE JA SAIU DESTE LOCAL (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 8400-PEDIR-SAIDA THRU 8400-PEDIR-SAIDA-EXIT
               IF NOT WS-DADOS-VALIDOS
                   GO TO 3000-INCLUIR-EXIT
               END-IF
           END-IF

           MOVE SPACES          TO LOTECAD-REG
           MOVE WS-LOTE         TO LT-LOTE
           MOVE WS-DATA-ENT-INF TO LT-DATA-ENTRADA
           MOVE WS-HORA-ENT-INF TO LT-HORA-ENTRADA
           MOVE WS-MOMENTO-SAI (1:8) TO LT-DATA-SAIDA
           MOVE WS-MOMENTO-SAI (9:4) TO LT-HORA-SAIDA
           PERFORM 8500-COMPLETAR-REGISTRO THRU
                   8500-COMPLETAR-REGISTRO-EXIT
           PERFORM 8600-ZERAR-EXPOSICAO THRU 8600-ZERAR-EXPOSICAO-EXIT

           WRITE LOTECAD-REG
               INVALID KEY
                   DISPLAY "COLOCACAO DO LOTE " WS-LOTE
                       " JA CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "COLOCACAO DO LOTE " WS-LOTE
                       " INCLUIDA COM SUCESSO"
           END-WRITE
           .
       3000-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ALTERAR - atualiza produto, quantidade, sensor, local e
      * faixa de uma colocacao. Trocar o sensor ou a faixa invalida a
      * exposicao ja apurada, que e zerada (com a disposicao) para
      * ser refeita desde a entrada na proxima apuracao.
      ******************************************************************
       3100-ALTERAR.
           PERFORM 8700-LER-COLOCACAO THRU 8700-LER-COLOCACAO-EXIT
           IF WS-STATUS-LOTECAD NOT = "00"
               GO TO 3100-ALTERAR-EXIT
           END-IF

           PERFORM 8800-EXIBIR-COLOCACAO THRU
                   8800-EXIBIR-COLOCACAO-EXIT
           MOVE LT-PRODUTO    TO WS-PRODUTO
           MOVE LT-SENSOR-ID  TO WS-SENSOR-ID
           MOVE LT-QUANTIDADE TO WS-QTD-ATUAL
           MOVE LT-UNIDADE    TO WS-UNIDADE-ATUAL
           MOVE LT-LOCAL      TO WS-LOCAL-ATUAL

           PERFORM 8100-PEDIR-PRODUTO THRU 8100-PEDIR-PRODUTO-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3100-ALTERAR-EXIT
           END-IF
           PERFORM 8200-PEDIR-SENSOR THRU 8200-PEDIR-SENSOR-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3100-ALTERAR-EXIT
           END-IF
           MOVE LT-ESCALA TO WS-ESCALA
           PERFORM 8300-PEDIR-FAIXA THRU 8300-PEDIR-FAIXA-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3100-ALTERAR-EXIT
           END-IF

           IF NOT LT-NAO-APURADO
                   AND (WS-SENSOR-ID NOT = LT-SENSOR-ID
                     OR WS-ESCALA    NOT = LT-ESCALA
                     OR WS-FAIXA-MIN NOT = LT-FAIXA-MIN
                     OR WS-FAIXA-MAX NOT = LT-FAIXA-MAX)
               PERFORM 8600-ZERAR-EXPOSICAO THRU
                       8600-ZERAR-EXPOSICAO-EXIT
               DISPLAY "SENSOR OU FAIXA ALTERADOS - EXPOSICAO SERA "
                   "REAPURADA DESDE A ENTRADA"
           END-IF

           PERFORM 8500-COMPLETAR-REGISTRO THRU
                   8500-COMPLETAR-REGISTRO-EXIT

           REWRITE LOTECAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR COLOCACAO DO LOTE "
                       WS-LOTE
               NOT INVALID KEY
                   DISPLAY "COLOCACAO DO LOTE " WS-LOTE
                       " ALTERADA COM SUCESSO"
           END-REWRITE
           .
       3100-ALTERAR-EXIT.
           EXIT.

      ******************************************************************
      * 3200-REGISTRAR-SAIDA - registra a data/hora em que o lote
      * deixou o local. Se a apuracao ja passou do dia da saida, as
      * leituras posteriores a ela podem ter sido consideradas, e a
      * exposicao e zerada para ser refeita.
      ******************************************************************
       3200-REGISTRAR-SAIDA.
           PERFORM 8700-LER-COLOCACAO THRU 8700-LER-COLOCACAO-EXIT
           IF WS-STATUS-LOTECAD NOT = "00"
               GO TO 3200-REGISTRAR-SAIDA-EXIT
           END-IF

           IF LT-DATA-SAIDA > 0
               DISPLAY "SAIDA JA REGISTRADA EM " LT-DATA-SAIDA " "
                   LT-HORA-SAIDA " - OPERACAO CANCELADA"
               GO TO 3200-REGISTRAR-SAIDA-EXIT
           END-IF

           PERFORM 8400-PEDIR-SAIDA THRU 8400-PEDIR-SAIDA-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3200-REGISTRAR-SAIDA-EXIT
           END-IF

           MOVE WS-MOMENTO-SAI (1:8) TO LT-DATA-SAIDA
           MOVE WS-MOMENTO-SAI (9:4) TO LT-HORA-SAIDA
           IF LT-EXP-DATA-APUR NOT < LT-DATA-SAIDA
                   AND NOT LT-NAO-APURADO
               PERFORM 8600-ZERAR-EXPOSICAO THRU
                       8600-ZERAR-EXPOSICAO-EXIT
               DISPLAY "SAIDA ANTERIOR AO ULTIMO DIA APURADO - "
                   "EXPOSICAO SERA REAPURADA DESDE A ENTRADA"
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO LT-DATA-ATUALIZ
           MOVE WS-SIGNON-ID    TO LT-OPERADOR

           REWRITE LOTECAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR COLOCACAO DO LOTE "
                       WS-LOTE
               NOT INVALID KEY
                   DISPLAY "SAIDA DO LOTE " WS-LOTE
                       " REGISTRADA COM SUCESSO"
           END-REWRITE
           .
       3200-REGISTRAR-SAIDA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-DISPOSICAO - registra a decisao da garantia da qualidade
      * sobre um lote apontado como exposto: L=liberado ou
      * R=rejeitado. Restrita a supervisores. O lote com disposicao
      * deixa de ser candidato a quarentena.
      ******************************************************************
       3300-DISPOSICAO.
           IF NOT WS-SIGNON-SUPERVISOR
               DISPLAY "DISPOSICAO RESTRITA A SUPERVISORES"
               GO TO 3300-DISPOSICAO-EXIT
           END-IF

           PERFORM 8700-LER-COLOCACAO THRU 8700-LER-COLOCACAO-EXIT
           IF WS-STATUS-LOTECAD NOT = "00"
               GO TO 3300-DISPOSICAO-EXIT
           END-IF

           PERFORM 8800-EXIBIR-COLOCACAO THRU
                   8800-EXIBIR-COLOCACAO-EXIT
           IF NOT LT-EXPOSTO
               DISPLAY "LOTE NAO APONTADO COMO EXPOSTO - DISPOSICAO "
                   "DESNECESSARIA"
               GO TO 3300-DISPOSICAO-EXIT
           END-IF

           DISPLAY "INFORME A DISPOSICAO (L=LIBERADO, R=REJEITADO)"
           ACCEPT WS-DISPOSICAO
           EVALUATE WS-DISPOSICAO
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-DISPOSICAO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-DISPOSICAO
               WHEN OTHER
                   DISPLAY "DISPOSICAO INVALIDA - OPERACAO CANCELADA"
                   GO TO 3300-DISPOSICAO-EXIT
           END-EVALUATE

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DISPOSICAO   TO LT-DISPOSICAO
           MOVE WS-DATA-SISTEMA TO LT-DISP-DATA
           MOVE WS-SIGNON-ID    TO LT-DISP-OPERADOR
           MOVE WS-DATA-SISTEMA TO LT-DATA-ATUALIZ
           MOVE WS-SIGNON-ID    TO LT-OPERADOR

           REWRITE LOTECAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR COLOCACAO DO LOTE "
                       WS-LOTE
               NOT INVALID KEY
                   DISPLAY "DISPOSICAO DO LOTE " WS-LOTE
                       " REGISTRADA: " LT-DISPOSICAO
                       " (L=LIBERADO, R=REJEITADO)"
           END-REWRITE
           .
       3300-DISPOSICAO-EXIT.
           EXIT.

      ******************************************************************
      * 3400-EXCLUIR - remove uma colocacao registrada por engano,
      * apos confirmacao. Restrita a supervisores.
      ******************************************************************
       3400-EXCLUIR.
           IF NOT WS-SIGNON-SUPERVISOR
               DISPLAY "EXCLUSAO RESTRITA A SUPERVISORES"
               GO TO 3400-EXCLUIR-EXIT
           END-IF

           PERFORM 8700-LER-COLOCACAO THRU 8700-LER-COLOCACAO-EXIT
           IF WS-STATUS-LOTECAD NOT = "00"
               GO TO 3400-EXCLUIR-EXIT
           END-IF

           PERFORM 8800-EXIBIR-COLOCACAO THRU
                   8800-EXIBIR-COLOCACAO-EXIT
           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3400-EXCLUIR-EXIT
           END-IF

           DELETE LOTECAD-ARQ
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR COLOCACAO DO LOTE "
                       WS-LOTE
               NOT INVALID KEY
                   DISPLAY "COLOCACAO DO LOTE " WS-LOTE " EXCLUIDA"
           END-DELETE
           .
       3400-EXCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CONSULTAR - exibe todas as colocacoes de um lote, em
      * ordem de entrada.
      ******************************************************************
       3500-CONSULTAR.
           DISPLAY "INFORME O LOTE"
           ACCEPT WS-LOTE
           IF WS-LOTE = SPACES
               DISPLAY "OPERACAO CANCELADA"
               GO TO 3500-CONSULTAR-EXIT
           END-IF

           MOVE "N"     TO WS-FIM-LISTA
           MOVE ZEROS   TO WS-QTD-LISTADOS
           MOVE WS-LOTE TO LT-LOTE
           MOVE ZEROS   TO LT-DATA-ENTRADA
           MOVE ZEROS   TO LT-HORA-ENTRADA
           START LOTECAD-ARQ KEY NOT < LT-CHAVE
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START

           PERFORM 3510-CONSULTAR-PROXIMA THRU
                   3510-CONSULTAR-PROXIMA-EXIT
               UNTIL WS-FIM-DA-LISTA

           DISPLAY "COLOCACOES DO LOTE " WS-LOTE ": " WS-QTD-LISTADOS
           .
       3500-CONSULTAR-EXIT.
           EXIT.

       3510-CONSULTAR-PROXIMA.
           READ LOTECAD-ARQ NEXT
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
           END-READ
           IF WS-FIM-DA-LISTA
               GO TO 3510-CONSULTAR-PROXIMA-EXIT
           END-IF
           IF LT-LOTE NOT = WS-LOTE
               SET WS-FIM-DA-LISTA TO TRUE
               GO TO 3510-CONSULTAR-PROXIMA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           PERFORM 8800-EXIBIR-COLOCACAO THRU
                   8800-EXIBIR-COLOCACAO-EXIT
           .
       3510-CONSULTAR-PROXIMA-EXIT.
           EXIT.

      ******************************************************************
      * 3600-LISTAR - lista todas as colocacoes em ordem de lote e
      * entrada.
      ******************************************************************
       3600-LISTAR.
           MOVE "N"    TO WS-FIM-LISTA
           MOVE ZEROS  TO WS-QTD-LISTADOS
           MOVE SPACES TO LT-LOTE
           MOVE ZEROS  TO LT-DATA-ENTRADA
           MOVE ZEROS  TO LT-HORA-ENTRADA

           START LOTECAD-ARQ KEY NOT < LT-CHAVE
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START

           PERFORM 3610-LISTAR-PROXIMA THRU 3610-LISTAR-PROXIMA-EXIT
               UNTIL WS-FIM-DA-LISTA

           DISPLAY "TOTAL DE COLOCACOES CADASTRADAS: " WS-QTD-LISTADOS
           .
       3600-LISTAR-EXIT.
           EXIT.

       3610-LISTAR-PROXIMA.
           READ LOTECAD-ARQ NEXT
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
           END-READ

           IF NOT WS-FIM-DA-LISTA
               ADD 1 TO WS-QTD-LISTADOS
               PERFORM 8800-EXIBIR-COLOCACAO THRU
                       8800-EXIBIR-COLOCACAO-EXIT
           END-IF
           .
       3610-LISTAR-PROXIMA-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PEDIR-CHAVE - obtem o lote e a data/hora de entrada que
      * identificam a colocacao. Lote em branco cancela a operacao.
      ******************************************************************
       8000-PEDIR-CHAVE.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME O LOTE"
           ACCEPT WS-LOTE
           IF WS-LOTE = SPACES
               DISPLAY "OPERACAO CANCELADA"
               GO TO 8000-PEDIR-CHAVE-EXIT
           END-IF

           DISPLAY "INFORME A ENTRADA DO LOTE - DATA (AAAAMMDD)"
           ACCEPT WS-DATA-ENT-INF
           DISPLAY "INFORME A ENTRADA DO LOTE - HORA (HHMM)"
           ACCEPT WS-HORA-ENT-INF

           IF WS-DATA-ENT-INF NOT NUMERIC
                   OR WS-HORA-ENT-INF NOT NUMERIC
               DISPLAY "DATA OU HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-CHAVE-EXIT
           END-IF
           IF WS-HORA-ENT-INF (1:2) > "23"
                   OR WS-HORA-ENT-INF (3:2) > "59"
               DISPLAY "HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-CHAVE-EXIT
           END-IF

           MOVE WS-DATA-ENT-INF TO WS-MOMENTO-ENT (1:8)
           MOVE WS-HORA-ENT-INF TO WS-MOMENTO-ENT (9:4)
           SET WS-DADOS-VALIDOS TO TRUE
           .
       8000-PEDIR-CHAVE-EXIT.
           EXIT.

      ******************************************************************
      * 8100-PEDIR-PRODUTO - obtem produto, quantidade e unidade.
      * Na alteracao, produto ou unidade em branco e quantidade zero
      * mantem os atuais.
      ******************************************************************
       8100-PEDIR-PRODUTO.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME O PRODUTO"
           ACCEPT WS-PRODUTO
           IF WS-PRODUTO = SPACES
               IF WS-OPCAO-ALTERAR
                   MOVE LT-PRODUTO TO WS-PRODUTO
               ELSE
                   DISPLAY "PRODUTO OBRIGATORIO - OPERACAO CANCELADA"
                   GO TO 8100-PEDIR-PRODUTO-EXIT
               END-IF
           END-IF

           DISPLAY "INFORME A QUANTIDADE"
           ACCEPT WS-QUANTIDADE
           IF WS-QUANTIDADE = 0
               IF WS-OPCAO-ALTERAR
                   MOVE WS-QTD-ATUAL TO WS-QUANTIDADE
               ELSE
                   DISPLAY "QUANTIDADE INVALIDA - OPERACAO CANCELADA"
                   GO TO 8100-PEDIR-PRODUTO-EXIT
               END-IF
           END-IF
           DISPLAY "INFORME A UNIDADE (CX, UN, KG...)"
           ACCEPT WS-UNIDADE
           IF WS-UNIDADE = SPACES AND WS-OPCAO-ALTERAR
               MOVE WS-UNIDADE-ATUAL TO WS-UNIDADE
           END-IF

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8100-PEDIR-PRODUTO-EXIT.
           EXIT.

      ******************************************************************
      * 8200-PEDIR-SENSOR - obtem o sensor que monitora o local do
      * lote, que tem de estar ativo no SENSCAD, e o local (branco
      * usa o local cadastrado do sensor). A escala do sensor e
      * sugerida como escala da faixa. Na alteracao, sensor ou local
      * em branco mantem o atual.
      ******************************************************************
       8200-PEDIR-SENSOR.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME O SENSOR DO LOCAL DE ARMAZENAGEM"
           ACCEPT WS-SENSOR-ID
           IF WS-SENSOR-ID = SPACES
               IF WS-OPCAO-ALTERAR
                   MOVE LT-SENSOR-ID TO WS-SENSOR-ID
               ELSE
                   DISPLAY "SENSOR OBRIGATORIO - OPERACAO CANCELADA"
                   GO TO 8200-PEDIR-SENSOR-EXIT
               END-IF
           END-IF

           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "CADASTRO SENSCAD INDISPONIVEL (STATUS "
                   WS-STATUS-SENSCAD ") - OPERACAO CANCELADA"
               GO TO 8200-PEDIR-SENSOR-EXIT
           END-IF
           MOVE WS-SENSOR-ID TO SC-SENSOR-ID
           READ SENSCAD-ARQ
               INVALID KEY
                   MOVE SPACES TO SC-SITUACAO
           END-READ
           CLOSE SENSCAD-ARQ

           IF NOT SC-SENSOR-ATIVO
               DISPLAY "SENSOR " WS-SENSOR-ID " NAO CADASTRADO OU "
                   "INATIVO - OPERACAO CANCELADA"
               GO TO 8200-PEDIR-SENSOR-EXIT
           END-IF
           DISPLAY "SENSOR " SC-SENSOR-ID " LOCAL " SC-LOCAL
               " ESCALA " SC-ESCALA

           IF WS-OPCAO-ALTERAR
               DISPLAY "INFORME O LOCAL (BRANCO = LOCAL ATUAL)"
           ELSE
               DISPLAY "INFORME O LOCAL (BRANCO = LOCAL DO SENSOR)"
           END-IF
           ACCEPT WS-LOCAL
           IF WS-LOCAL = SPACES
               IF WS-OPCAO-ALTERAR
                   MOVE WS-LOCAL-ATUAL TO WS-LOCAL
               ELSE
                   MOVE SC-LOCAL TO WS-LOCAL
               END-IF
           END-IF
           MOVE SC-ESCALA TO WS-ESCALA

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8200-PEDIR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 8300-PEDIR-FAIXA - obtem a escala e a faixa de temperatura
      * admitida pelo produto. Escala em branco usa a do sensor; a
      * temperatura minima tem de ser menor que a maxima.
      ******************************************************************
       8300-PEDIR-FAIXA.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME A ESCALA DA FAIXA (C/F/K) - BRANCO = "
               WS-ESCALA
           ACCEPT WS-CONFIRMA
           EVALUATE WS-CONFIRMA
               WHEN SPACE
                   CONTINUE
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO WS-ESCALA
               WHEN "F"
               WHEN "f"
                   MOVE "F" TO WS-ESCALA
               WHEN "K"
               WHEN "k"
                   MOVE "K" TO WS-ESCALA
               WHEN OTHER
                   DISPLAY "ESCALA INVALIDA - OPERACAO CANCELADA"
                   GO TO 8300-PEDIR-FAIXA-EXIT
           END-EVALUATE

           DISPLAY "INFORME A TEMPERATURA MINIMA ADMITIDA"
           ACCEPT WS-FAIXA-MIN
           DISPLAY "INFORME A TEMPERATURA MAXIMA ADMITIDA"
           ACCEPT WS-FAIXA-MAX

           IF WS-FAIXA-MIN >= WS-FAIXA-MAX
               DISPLAY "MINIMA DEVE SER MENOR QUE A MAXIMA - "
                   "OPERACAO CANCELADA"
               GO TO 8300-PEDIR-FAIXA-EXIT
           END-IF

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8300-PEDIR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 8400-PEDIR-SAIDA - obtem a data/hora de saida do lote, que
      * tem de ser posterior a entrada (WS-MOMENTO-ENT).
      ******************************************************************
       8400-PEDIR-SAIDA.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME A SAIDA DO LOTE - DATA (AAAAMMDD)"
           ACCEPT WS-DATA-SAI-INF
           DISPLAY "INFORME A SAIDA DO LOTE - HORA (HHMM)"
           ACCEPT WS-HORA-SAI-INF

           IF WS-DATA-SAI-INF NOT NUMERIC
                   OR WS-HORA-SAI-INF NOT NUMERIC
               DISPLAY "DATA OU HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8400-PEDIR-SAIDA-EXIT
           END-IF
           IF WS-HORA-SAI-INF (1:2) > "23"
                   OR WS-HORA-SAI-INF (3:2) > "59"
               DISPLAY "HORA INVALIDA - OPERACAO CANCELADA"
               GO TO 8400-PEDIR-SAIDA-EXIT
           END-IF

           MOVE WS-DATA-SAI-INF TO WS-MOMENTO-SAI (1:8)
           MOVE WS-HORA-SAI-INF TO WS-MOMENTO-SAI (9:4)
           IF WS-MOMENTO-SAI NOT > WS-MOMENTO-ENT
               DISPLAY "SAIDA DEVE SER POSTERIOR A ENTRADA - "
                   "OPERACAO CANCELADA"
               GO TO 8400-PEDIR-SAIDA-EXIT
           END-IF

           SET WS-DADOS-VALIDOS TO TRUE
           .
       8400-PEDIR-SAIDA-EXIT.
           EXIT.

      ******************************************************************
      * 8500-COMPLETAR-REGISTRO - leva os dados informados para o
      * registro da colocacao, com a data da atualizacao e o operador
      * identificado.
      ******************************************************************
       8500-COMPLETAR-REGISTRO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-PRODUTO      TO LT-PRODUTO
           MOVE WS-QUANTIDADE   TO LT-QUANTIDADE
           MOVE WS-UNIDADE      TO LT-UNIDADE
           MOVE WS-SENSOR-ID    TO LT-SENSOR-ID
           MOVE WS-LOCAL        TO LT-LOCAL
           MOVE WS-ESCALA       TO LT-ESCALA
           MOVE WS-FAIXA-MIN    TO LT-FAIXA-MIN
           MOVE WS-FAIXA-MAX    TO LT-FAIXA-MAX
           MOVE WS-DATA-SISTEMA TO LT-DATA-ATUALIZ
           MOVE WS-SIGNON-ID    TO LT-OPERADOR
           .
       8500-COMPLETAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 8600-ZERAR-EXPOSICAO - devolve a colocacao a situacao de nao
      * apurada, sem disposicao, para que a apuracao noturna refaca a
      * exposicao desde a entrada.
      ******************************************************************
       8600-ZERAR-EXPOSICAO.
           MOVE SPACE TO LT-EXP-SITUACAO
           MOVE ZEROS TO LT-EXP-MINUTOS
           MOVE ZEROS TO LT-EXP-LEITURAS
           MOVE ZEROS TO LT-EXP-PICO
           MOVE SPACE TO LT-EXP-SENTIDO
           MOVE ZEROS TO LT-EXP-PRIM-DATA
           MOVE ZEROS TO LT-EXP-PRIM-HORA
           MOVE ZEROS TO LT-ULT-LEIT-DATA
           MOVE ZEROS TO LT-ULT-LEIT-HORA
           MOVE "N"   TO LT-ULT-FORA
           MOVE ZEROS TO LT-EXP-DATA-APUR
           MOVE SPACE TO LT-DISPOSICAO
           MOVE ZEROS TO LT-DISP-DATA
           MOVE SPACES TO LT-DISP-OPERADOR
           .
       8600-ZERAR-EXPOSICAO-EXIT.
           EXIT.

      ******************************************************************
      * 8700-LER-COLOCACAO - obtem a chave junto ao operador e le a
      * colocacao correspondente. Status diferente de "00" indica que
      * a operacao deve ser abandonada.
      ******************************************************************
       8700-LER-COLOCACAO.
           PERFORM 8000-PEDIR-CHAVE THRU 8000-PEDIR-CHAVE-EXIT
           IF NOT WS-DADOS-VALIDOS
               MOVE "99" TO WS-STATUS-LOTECAD
               GO TO 8700-LER-COLOCACAO-EXIT
           END-IF

           MOVE WS-LOTE         TO LT-LOTE
           MOVE WS-DATA-ENT-INF TO LT-DATA-ENTRADA
           MOVE WS-HORA-ENT-INF TO LT-HORA-ENTRADA
           READ LOTECAD-ARQ
               INVALID KEY
                   DISPLAY "COLOCACAO DO LOTE " WS-LOTE
                       " NAO CADASTRADA"
           END-READ
           .
       8700-LER-COLOCACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8800-EXIBIR-COLOCACAO - exibe o registro corrente do cadastro
      * com a exposicao apurada e a disposicao.
      ******************************************************************
       8800-EXIBIR-COLOCACAO.
           MOVE LT-FAIXA-MIN TO WS-FAIXA-MIN-EDT
           MOVE LT-FAIXA-MAX TO WS-FAIXA-MAX-EDT
           IF LT-DATA-SAIDA > 0
               DISPLAY "LOTE " LT-LOTE
                   " ENTRADA " LT-DATA-ENTRADA " " LT-HORA-ENTRADA
                   " SAIDA " LT-DATA-SAIDA " " LT-HORA-SAIDA
           ELSE
               DISPLAY "LOTE " LT-LOTE
                   " ENTRADA " LT-DATA-ENTRADA " " LT-HORA-ENTRADA
                   " SAIDA -- EM ARMAZENAGEM"
           END-IF
           DISPLAY "       PRODUTO " LT-PRODUTO
               " QTD " LT-QUANTIDADE " " LT-UNIDADE
           DISPLAY "       SENSOR " LT-SENSOR-ID " LOCAL " LT-LOCAL
           DISPLAY "       FAIXA ADMITIDA " WS-FAIXA-MIN-EDT
               " A " WS-FAIXA-MAX-EDT " " LT-ESCALA

           EVALUATE TRUE
               WHEN LT-EXPOSTO
                   MOVE LT-EXP-PICO TO WS-PICO-EDT
                   DISPLAY "       EXPOSTO: " LT-EXP-MINUTOS
                       " MIN, " LT-EXP-LEITURAS " LEITURA(S) FORA, "
                       "PICO " WS-PICO-EDT " " LT-EXP-SENTIDO
                       " DESDE " LT-EXP-PRIM-DATA " "
                       LT-EXP-PRIM-HORA
                   DISPLAY "       APURADO ATE " LT-EXP-DATA-APUR
                       " DISPOSICAO QA " LT-DISPOSICAO
                       " (BRANCO=PENDENTE) EM " LT-DISP-DATA
                       " POR " LT-DISP-OPERADOR
               WHEN LT-SEM-EXPOSICAO
                   DISPLAY "       SEM EXPOSICAO - APURADO ATE "
                       LT-EXP-DATA-APUR
               WHEN OTHER
                   DISPLAY "       EXPOSICAO AINDA NAO APURADA"
           END-EVALUATE
           DISPLAY "       ATUALIZADA EM " LT-DATA-ATUALIZ
               " POR " LT-OPERADOR
           .
       8800-EXIBIR-COLOCACAO-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-LOTE-CADASTRO.

      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE AREAS DE ARMAZENAGEM
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para incluir, alterar,
      *                 desativar, reativar, consultar e listar as
      *                 areas de armazenagem (camara fria, banco de
      *                 freezers, sala) no arquivo AREACAD: codigo,
      *                 descricao, site e responsavel. Os sensores do
      *                 SENSCAD apontam para uma area pelo campo
      *                 SC-AREA, mantido pelo CONVERSOR-SENSOR-
      *                 CADASTRO. Exige a identificacao de um operador
      *                 ativo do OPERCAD, gravado no registro da area
      *                 junto da data da ultima atualizacao. Uma area
      *                 com sensores ativos apontando para ela nao
      *                 pode ser desativada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-AREA-CADASTRO.
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
           SELECT OPERCAD-ARQ ASSIGN TO "OPERCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WS-STATUS-OPERCAD.
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
       77  WS-STATUS-AREACAD PIC X(02)   VALUE SPACES.
       77  WS-STATUS-SENSCAD PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
           88 WS-OPCAO-INCLUIR           VALUE "I" "i".
           88 WS-OPCAO-ALTERAR           VALUE "A" "a".
           88 WS-OPCAO-DESATIVAR         VALUE "D" "d".
           88 WS-OPCAO-REATIVAR          VALUE "R" "r".
           88 WS-OPCAO-CONSULTAR         VALUE "C" "c".
           88 WS-OPCAO-LISTAR            VALUE "L" "l".
           88 WS-OPCAO-FIM               VALUE "F" "f".
       77  WS-AREA-ID      PIC X(06)     VALUE SPACES.
       77  WS-DESCRICAO    PIC X(30)     VALUE SPACES.
       77  WS-SITE         PIC X(20)     VALUE SPACES.
       77  WS-RESPONSAVEL  PIC X(30)     VALUE SPACES.
       77  WS-FIM-LISTA    PIC X(01)     VALUE "N".
           88 WS-FIM-DA-LISTA            VALUE "S".
       77  WS-FIM-SENSCAD  PIC X(01)     VALUE "N".
           88 WS-FIM-DO-SENSCAD          VALUE "S".
       77  WS-QTD-LISTADOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-SENS-AREA PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-SENS-ATIVOS PIC 9(05) COMP VALUE ZEROS.
       77  WS-EXIBE-SENSORES PIC X(01)   VALUE "N".
           88 WS-LISTAR-SENSORES         VALUE "S".
       77  WS-DATA-SISTEMA PIC 9(08)     VALUE ZEROS.
       77  WS-SIGNON-ID    PIC X(06)     VALUE SPACES.
       77  WS-SIGNON-NIVEL PIC X(01)     VALUE SPACES.
           88 WS-SIGNON-SUPERVISOR       VALUE "S".
       77  WS-SIGNON-OK    PIC X(01)     VALUE "N".
           88 WS-SIGNON-APROVADO         VALUE "S".
       77  WS-TENTATIVAS   PIC 9(01) COMP VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-ABRIR-AREACAD THRU 1000-ABRIR-AREACAD-EXIT
           IF WS-STATUS-AREACAD NOT = "00"
               DISPLAY "ERRO AO ABRIR AREACAD - STATUS "
                   WS-STATUS-AREACAD
               GO TO MAIN-FIM
           END-IF

           PERFORM 1500-IDENTIFICAR-OPERADOR THRU
                   1500-IDENTIFICAR-OPERADOR-EXIT
           IF NOT WS-SIGNON-APROVADO
               DISPLAY "IDENTIFICACAO RECUSADA - PROGRAMA ENCERRADO"
               CLOSE AREACAD-ARQ
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-MENU THRU 2000-MENU-EXIT
               UNTIL WS-OPCAO-FIM

           CLOSE AREACAD-ARQ
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-ABRIR-AREACAD - abre o cadastro em modo de atualizacao.
      * Se o arquivo ainda nao existir, cria um cadastro vazio e o
      * reabre, para que a primeira inclusao nao exija passo manual.
      ******************************************************************
       1000-ABRIR-AREACAD.
           OPEN I-O AREACAD-ARQ
           IF WS-STATUS-AREACAD = "35"
               OPEN OUTPUT AREACAD-ARQ
               CLOSE AREACAD-ARQ
               OPEN I-O AREACAD-ARQ
           END-IF
           .
       1000-ABRIR-AREACAD-EXIT.
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
           DISPLAY "CADASTRO DE AREAS DE ARMAZENAGEM - ESCOLHA UMA "
               "OPCAO:"
           DISPLAY "  (I)NCLUIR  (A)LTERAR  (D)ESATIVAR  (R)EATIVAR"
           DISPLAY "  (C)ONSULTAR  (L)ISTAR  (F)IM"
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 3000-INCLUIR THRU 3000-INCLUIR-EXIT
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 3100-ALTERAR THRU 3100-ALTERAR-EXIT
               WHEN WS-OPCAO-DESATIVAR
                   PERFORM 3200-MUDAR-SITUACAO THRU
                           3200-MUDAR-SITUACAO-EXIT
               WHEN WS-OPCAO-REATIVAR
                   PERFORM 3200-MUDAR-SITUACAO THRU
                           3200-MUDAR-SITUACAO-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 3300-CONSULTAR THRU 3300-CONSULTAR-EXIT
               WHEN WS-OPCAO-LISTAR
                   PERFORM 3400-LISTAR THRU 3400-LISTAR-EXIT
               WHEN WS-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME I, A, D, R, C, "
                       "L OU F"
           END-EVALUATE
           .
       2000-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 3000-INCLUIR - registra uma nova area com descricao, site e
      * responsavel. A area ja nasce ativa.
      ******************************************************************
       3000-INCLUIR.
           PERFORM 8000-PEDIR-AREA-ID THRU 8000-PEDIR-AREA-ID-EXIT
           IF WS-AREA-ID = SPACES
               GO TO 3000-INCLUIR-EXIT
           END-IF

           PERFORM 8100-PEDIR-DADOS THRU 8100-PEDIR-DADOS-EXIT
           IF WS-DESCRICAO = SPACES
               GO TO 3000-INCLUIR-EXIT
           END-IF

           MOVE SPACES          TO AREACAD-REG
           MOVE WS-AREA-ID      TO AR-AREA-ID
           MOVE "A"             TO AR-SITUACAO
           PERFORM 8400-COMPLETAR-REGISTRO THRU
                   8400-COMPLETAR-REGISTRO-EXIT

           WRITE AREACAD-REG
               INVALID KEY
                   DISPLAY "AREA " WS-AREA-ID " JA CADASTRADA"
               NOT INVALID KEY
                   DISPLAY "AREA " WS-AREA-ID " INCLUIDA COM SUCESSO"
           END-WRITE
           .
       3000-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 3100-ALTERAR - atualiza descricao, site e responsavel de uma
      * area ja cadastrada, preservando a situacao atual.
      ******************************************************************
       3100-ALTERAR.
           PERFORM 8200-LER-AREA THRU 8200-LER-AREA-EXIT
           IF WS-STATUS-AREACAD NOT = "00"
               GO TO 3100-ALTERAR-EXIT
           END-IF

           PERFORM 8300-EXIBIR-AREA THRU 8300-EXIBIR-AREA-EXIT
           PERFORM 8100-PEDIR-DADOS THRU 8100-PEDIR-DADOS-EXIT
           IF WS-DESCRICAO = SPACES
               GO TO 3100-ALTERAR-EXIT
           END-IF

           PERFORM 8400-COMPLETAR-REGISTRO THRU
                   8400-COMPLETAR-REGISTRO-EXIT

           REWRITE AREACAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR AREA " WS-AREA-ID
               NOT INVALID KEY
                   DISPLAY "AREA " WS-AREA-ID " ALTERADA COM SUCESSO"
           END-REWRITE
           .
       3100-ALTERAR-EXIT.
           EXIT.

      ******************************************************************
      * 3200-MUDAR-SITUACAO - desativa ou reativa uma area conforme a
      * opcao escolhida no menu. A desativacao e recusada enquanto
      * houver sensor ativo apontando para a area, para que nenhum
      * sensor em uso fique sem area valida no consolidado por area.
      ******************************************************************
       3200-MUDAR-SITUACAO.
           PERFORM 8200-LER-AREA THRU 8200-LER-AREA-EXIT
           IF WS-STATUS-AREACAD NOT = "00"
               GO TO 3200-MUDAR-SITUACAO-EXIT
           END-IF

           IF WS-OPCAO-DESATIVAR
               IF AR-AREA-INATIVA
                   DISPLAY "AREA " WS-AREA-ID " JA ESTA INATIVA"
                   GO TO 3200-MUDAR-SITUACAO-EXIT
               END-IF
               MOVE "N" TO WS-EXIBE-SENSORES
               PERFORM 5000-CONTAR-SENSORES THRU
                       5000-CONTAR-SENSORES-EXIT
               IF WS-QTD-SENS-ATIVOS > 0
                   DISPLAY "AREA " WS-AREA-ID " TEM "
                       WS-QTD-SENS-ATIVOS " SENSOR(ES) ATIVO(S) - "
                       "DESATIVACAO RECUSADA"
                   GO TO 3200-MUDAR-SITUACAO-EXIT
               END-IF
               MOVE "I" TO AR-SITUACAO
           ELSE
               IF AR-AREA-ATIVA
                   DISPLAY "AREA " WS-AREA-ID " JA ESTA ATIVA"
                   GO TO 3200-MUDAR-SITUACAO-EXIT
               END-IF
               MOVE "A" TO AR-SITUACAO
           END-IF

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO AR-DATA-ATUALIZ
           MOVE WS-SIGNON-ID    TO AR-OPERADOR

           REWRITE AREACAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR AREA " WS-AREA-ID
               NOT INVALID KEY
                   DISPLAY "AREA " WS-AREA-ID " AGORA ESTA "
                       AR-SITUACAO " (A=ATIVA, I=INATIVA)"
           END-REWRITE
           .
       3200-MUDAR-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONSULTAR - exibe os dados cadastrais de uma area e os
      * sensores do SENSCAD que apontam para ela.
      ******************************************************************
       3300-CONSULTAR.
           PERFORM 8200-LER-AREA THRU 8200-LER-AREA-EXIT
           IF WS-STATUS-AREACAD NOT = "00"
               GO TO 3300-CONSULTAR-EXIT
           END-IF

           PERFORM 8300-EXIBIR-AREA THRU 8300-EXIBIR-AREA-EXIT

           MOVE "S" TO WS-EXIBE-SENSORES
           PERFORM 5000-CONTAR-SENSORES THRU 5000-CONTAR-SENSORES-EXIT
           DISPLAY "SENSORES NA AREA: " WS-QTD-SENS-AREA
               " (ATIVOS: " WS-QTD-SENS-ATIVOS ")"
           .
       3300-CONSULTAR-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LISTAR - lista todas as areas cadastradas em ordem de
      * codigo.
      ******************************************************************
       3400-LISTAR.
           MOVE "N"    TO WS-FIM-LISTA
           MOVE ZEROS  TO WS-QTD-LISTADOS
           MOVE SPACES TO AR-AREA-ID

           START AREACAD-ARQ KEY NOT < AR-AREA-ID
               INVALID KEY
                   SET WS-FIM-DA-LISTA TO TRUE
           END-START

           PERFORM 3410-LISTAR-PROXIMO THRU 3410-LISTAR-PROXIMO-EXIT
               UNTIL WS-FIM-DA-LISTA

           DISPLAY "TOTAL DE AREAS CADASTRADAS: " WS-QTD-LISTADOS
           .
       3400-LISTAR-EXIT.
           EXIT.

       3410-LISTAR-PROXIMO.
           READ AREACAD-ARQ NEXT
               AT END
                   SET WS-FIM-DA-LISTA TO TRUE
           END-READ

           IF NOT WS-FIM-DA-LISTA
               ADD 1 TO WS-QTD-LISTADOS
               PERFORM 8300-EXIBIR-AREA THRU 8300-EXIBIR-AREA-EXIT
           END-IF
           .
       3410-LISTAR-PROXIMO-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONTAR-SENSORES - percorre o SENSCAD contando os
      * sensores que apontam para a area WS-AREA-ID (e, destes, os
      * ativos); com WS-LISTAR-SENSORES exibe cada um.
      ******************************************************************
       5000-CONTAR-SENSORES.
           MOVE ZEROS TO WS-QTD-SENS-AREA
           MOVE ZEROS TO WS-QTD-SENS-ATIVOS
           MOVE "N"   TO WS-FIM-SENSCAD

           OPEN INPUT SENSCAD-ARQ
           IF WS-STATUS-SENSCAD NOT = "00"
               GO TO 5000-CONTAR-SENSORES-EXIT
           END-IF

           MOVE SPACES TO SC-SENSOR-ID
           START SENSCAD-ARQ KEY NOT < SC-SENSOR-ID
               INVALID KEY
                   SET WS-FIM-DO-SENSCAD TO TRUE
           END-START

           PERFORM 5100-AVALIAR-SENSOR THRU 5100-AVALIAR-SENSOR-EXIT
               UNTIL WS-FIM-DO-SENSCAD
           CLOSE SENSCAD-ARQ
           .
       5000-CONTAR-SENSORES-EXIT.
           EXIT.

       5100-AVALIAR-SENSOR.
           READ SENSCAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-SENSCAD TO TRUE
           END-READ
           IF WS-FIM-DO-SENSCAD
               GO TO 5100-AVALIAR-SENSOR-EXIT
           END-IF
           IF SC-AREA NOT = WS-AREA-ID
               GO TO 5100-AVALIAR-SENSOR-EXIT
           END-IF

           ADD 1 TO WS-QTD-SENS-AREA
           IF SC-SENSOR-ATIVO
               ADD 1 TO WS-QTD-SENS-ATIVOS
           END-IF
           IF WS-LISTAR-SENSORES
               DISPLAY "       SENSOR " SC-SENSOR-ID
                   " SITUACAO " SC-SITUACAO
                   " ESCALA " SC-ESCALA
                   " LOCAL " SC-LOCAL
           END-IF
           .
       5100-AVALIAR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PEDIR-AREA-ID - obtem o codigo da area junto ao
      * operador. Codigo em branco cancela a operacao.
      ******************************************************************
       8000-PEDIR-AREA-ID.
           DISPLAY "INFORME O CODIGO DA AREA (6 POSICOES)"
           ACCEPT WS-AREA-ID
           IF WS-AREA-ID = SPACES
               DISPLAY "OPERACAO CANCELADA"
           END-IF
           .
       8000-PEDIR-AREA-ID-EXIT.
           EXIT.

      ******************************************************************
      * 8100-PEDIR-DADOS - obtem descricao, site e responsavel da
      * area. Descricao em branco cancela a operacao.
      ******************************************************************
       8100-PEDIR-DADOS.
           DISPLAY "INFORME A DESCRICAO DA AREA"
           ACCEPT WS-DESCRICAO
           IF WS-DESCRICAO = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA - OPERACAO CANCELADA"
               GO TO 8100-PEDIR-DADOS-EXIT
           END-IF
           DISPLAY "INFORME O SITE DA AREA"
           ACCEPT WS-SITE
           DISPLAY "INFORME O RESPONSAVEL PELA AREA"
           ACCEPT WS-RESPONSAVEL
           .
       8100-PEDIR-DADOS-EXIT.
           EXIT.

      ******************************************************************
      * 8200-LER-AREA - obtem o codigo junto ao operador e le o
      * registro correspondente do cadastro. Status diferente de
      * "00" indica que a operacao deve ser abandonada.
      ******************************************************************
       8200-LER-AREA.
           PERFORM 8000-PEDIR-AREA-ID THRU 8000-PEDIR-AREA-ID-EXIT
           IF WS-AREA-ID = SPACES
               MOVE "99" TO WS-STATUS-AREACAD
               GO TO 8200-LER-AREA-EXIT
           END-IF

           MOVE WS-AREA-ID TO AR-AREA-ID
           READ AREACAD-ARQ
               INVALID KEY
                   DISPLAY "AREA " WS-AREA-ID " NAO CADASTRADA"
           END-READ
           .
       8200-LER-AREA-EXIT.
           EXIT.

      ******************************************************************
      * 8300-EXIBIR-AREA - exibe o registro corrente do cadastro.
      ******************************************************************
       8300-EXIBIR-AREA.
           DISPLAY "AREA " AR-AREA-ID
               " SITUACAO " AR-SITUACAO
               " DESCRICAO " AR-DESCRICAO
           DISPLAY "       SITE " AR-SITE
               " RESPONSAVEL " AR-RESPONSAVEL
           DISPLAY "       ATUALIZADA EM " AR-DATA-ATUALIZ
               " POR " AR-OPERADOR
           .
       8300-EXIBIR-AREA-EXIT.
           EXIT.

      ******************************************************************
      * 8400-COMPLETAR-REGISTRO - leva os dados informados para o
      * registro da area, com a data da atualizacao e o operador
      * identificado.
      ******************************************************************
       8400-COMPLETAR-REGISTRO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DESCRICAO    TO AR-DESCRICAO
           MOVE WS-SITE         TO AR-SITE
           MOVE WS-RESPONSAVEL  TO AR-RESPONSAVEL
           MOVE WS-DATA-SISTEMA TO AR-DATA-ATUALIZ
           MOVE WS-SIGNON-ID    TO AR-OPERADOR
           .
       8400-COMPLETAR-REGISTRO-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-AREA-CADASTRO.

      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: ESTORNO E CORRECAO DE LANCAMENTOS DO TEMPLOG
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para estornar lancamentos do
      *                 TEMPLOG, restrito a supervisores identificados
      *                 no OPERCAD: um lancamento pela sua chave
      *                 (data/hora/sequencia) ou todos os de uma faixa
      *                 de data/hora (opcionalmente de um sensor), com
      *                 motivo obrigatorio. O lancamento original
      *                 permanece no log, apenas marcado como
      *                 estornado (TL-SITUACAO "E"), e o estorno e
      *                 registrado no arquivo TEMPESTO com o operador,
      *                 o motivo e a imagem do original. No estorno
      *                 unitario pode ser informado um lancamento
      *                 corretivo, gravado no TEMPLOG na mesma
      *                 data/hora do original com o tipo "C" e a
      *                 chave do original como referencia.
      * 15/10/2026  CM  O estorno passa a ser montado em area de
      *                 trabalho e copiado ao TEMPESTO depois de
      *                 aberto o arquivo; falha ao gravar o TEMPESTO
      *                 deixa de contar o estorno, e o corretivo ja
      *                 gravado e excluido do TEMPLOG quando o
      *                 original nao pode ser marcado.
      * 15/10/2026  CM  Falha ao gravar o TEMPESTO desfaz a marca de
      *                 estorno no TEMPLOG (e, no estorno unitario,
      *                 exclui o corretivo); o estorno por faixa deixa
      *                 de marcar lancamentos sem o TEMPESTO aberto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-ESTORNO-TEMPLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TEMPESTO-ARQ ASSIGN TO "TEMPESTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TEMPESTO.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * TEMPLOG - TL-SITUACAO e TL-TIPO-LANC ocupam o antigo FILLER.
      * TL-SITUACAO "E" marca o lancamento estornado; TL-TIPO-LANC
      * "C" marca o lancamento corretivo, cuja TL-CHAVE-REF aponta o
      * original. No original estornado com corretivo, TL-CHAVE-REF
      * aponta o corretivo.
      ******************************************************************
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
           05 FILLER              PIC X(01).
           05 TL-TEMPER-BRUTA     PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 TL-SITUACAO         PIC X(01).
               88 TL-ESTORNADO                VALUE "E".
           05 TL-TIPO-LANC        PIC X(01).
               88 TL-CORRECAO                 VALUE "C".
           05 TL-CHAVE-REF.
               10 TL-REF-DATA     PIC 9(08).
               10 TL-REF-HORA     PIC 9(08).
               10 TL-REF-SEQ      PIC 9(03).

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
      * TEMPESTO - um registro por lancamento estornado: data/hora e
      * operador do estorno, chave e imagem do original, motivo,
      * chave do corretivo (se houver) e a data do extrato EXPORTA que
      * levou o estorno ao historiador (zeros = ainda nao exportado).
      ******************************************************************
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
           05 TE-CHAVE-CORR.
               10 TE-CORR-DATA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 TE-CORR-HORA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 TE-CORR-SEQ     PIC 9(03).
           05 FILLER              PIC X(01).
           05 TE-DATA-EXPORTA     PIC 9(08).
           05 FILLER              PIC X(09).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-TEMPLOG  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-OPERCAD  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-TEMPESTO PIC X(02)   VALUE SPACES.
       77  WS-OPCAO        PIC X(01)     VALUE SPACES.
           88 WS-OPCAO-ESTORNAR          VALUE "E" "e".
           88 WS-OPCAO-INTERVALO         VALUE "I" "i".
           88 WS-OPCAO-CONSULTAR         VALUE "C" "c".
           88 WS-OPCAO-FIM               VALUE "F" "f".
       77  WS-CONFIRMA     PIC X(01)     VALUE SPACES.
       77  WS-DATA-INF     PIC X(08)     VALUE SPACES.
       77  WS-HORA-INF     PIC X(08)     VALUE SPACES.
       77  WS-SEQ-INF      PIC X(03)     VALUE SPACES.
       77  WS-SENSOR-FILTRO PIC X(06)    VALUE SPACES.
       77  WS-DATA-FILTRO  PIC 9(08)     VALUE ZEROS.
       77  WS-MOTIVO       PIC X(40)     VALUE SPACES.
       77  WS-ESCALA-NOVA  PIC X(01)     VALUE SPACES.
       77  WS-DESTINO-NOVO PIC X(01)     VALUE SPACES.
       77  WS-DEST-EFETIVO PIC X(01)     VALUE SPACES.
       77  WS-TEMPER-NOVA  PIC S9(05)V9(02) SIGN LEADING SEPARATE
                                         VALUE ZEROS.
       77  WS-CELSIUS      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-RESUL-NOVO   PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-VALOR-EDT    PIC -(05)9.99 VALUE ZEROS.
       77  WS-VALOR2-EDT   PIC -(05)9.99 VALUE ZEROS.
       77  WS-COM-CORRECAO PIC X(01)     VALUE "N".
           88 WS-CORRECAO-INFORMADA      VALUE "S".
       77  WS-CORR-GRAVADA PIC X(01)     VALUE "N".
           88 WS-CORRECAO-GRAVADA        VALUE "S".
       77  WS-MARCA-OK     PIC X(01)     VALUE "N".
           88 WS-ESTORNO-MARCADO         VALUE "S".
       77  WS-SITUACAO-ANT PIC X(01)     VALUE SPACES.
       77  WS-CHAVE-REF-ANT PIC X(19)    VALUE SPACES.
       77  WS-DADOS-OK     PIC X(01)     VALUE "N".
           88 WS-DADOS-VALIDOS           VALUE "S".
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
       77  WS-FIM-TEMPESTO PIC X(01)     VALUE "N".
           88 WS-FIM-DO-TEMPESTO         VALUE "S".
       77  WS-QTD-ELEGIVEIS PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-ESTORNADOS PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-LISTADOS PIC 9(07) COMP VALUE ZEROS.

      ******************************************************************
      * Chaves de trabalho no mesmo formato de TL-CHAVE: o lancamento
      * a estornar e os limites da faixa.
      ******************************************************************
       01  WS-CHAVE-ORIG.
           05 WS-ORIG-DATA        PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-ORIG-HORA        PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-ORIG-SEQ         PIC 9(03)  VALUE ZEROS.

       01  WS-CHAVE-INI.
           05 WS-INI-DATA         PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-INI-HORA         PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-INI-SEQ          PIC 9(03)  VALUE ZEROS.

       01  WS-CHAVE-FIM.
           05 WS-FIM-DATA         PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-FIM-HORA         PIC 9(08)  VALUE ZEROS.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 WS-FIM-SEQ          PIC 9(03)  VALUE 999.

      ******************************************************************
      * WS-EST-REG - imagem do estorno em montagem, no mesmo formato
      * do TEMPESTO-REG, passada ao registro so depois de aberto o
      * arquivo.
      ******************************************************************
       01  WS-EST-REG.
           05 WE-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 WE-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 WE-OPERADOR         PIC X(06).
           05 FILLER              PIC X(01).
           05 WE-CHAVE-ORIG.
               10 WE-ORIG-DATA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 WE-ORIG-HORA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 WE-ORIG-SEQ     PIC 9(03).
           05 FILLER              PIC X(01).
           05 WE-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 WE-TEMPER           PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 WE-RESULTADO        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 WE-ESC-DESTINO      PIC X(01).
           05 FILLER              PIC X(01).
           05 WE-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 WE-MOTIVO           PIC X(40).
           05 FILLER              PIC X(01).
           05 WE-CORRECAO         PIC X(01).
               88 WE-COM-CORRECAO             VALUE "S".
           05 FILLER              PIC X(01).
           05 WE-CHAVE-CORR.
               10 WE-CORR-DATA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 WE-CORR-HORA    PIC 9(08).
               10 FILLER          PIC X(01).
               10 WE-CORR-SEQ     PIC 9(03).
           05 FILLER              PIC X(01).
           05 WE-DATA-EXPORTA     PIC 9(08).
           05 FILLER              PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG NOT = "00"
               DISPLAY "ERRO AO ABRIR TEMPLOG - STATUS "
                   WS-STATUS-TEMPLOG
               GO TO MAIN-FIM
           END-IF

           PERFORM 1500-IDENTIFICAR-OPERADOR THRU
                   1500-IDENTIFICAR-OPERADOR-EXIT
           IF NOT WS-SIGNON-APROVADO
               DISPLAY "IDENTIFICACAO RECUSADA - PROGRAMA ENCERRADO"
               CLOSE TEMPLOG-ARQ
               GO TO MAIN-FIM
           END-IF
           IF NOT WS-SIGNON-SUPERVISOR
               DISPLAY "ESTORNO RESTRITO A SUPERVISORES - PROGRAMA "
                   "ENCERRADO"
               CLOSE TEMPLOG-ARQ
               GO TO MAIN-FIM
           END-IF

           PERFORM 2000-MENU THRU 2000-MENU-EXIT
               UNTIL WS-OPCAO-FIM

           CLOSE TEMPLOG-ARQ
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1500-IDENTIFICAR-OPERADOR - exige a identificacao de um
      * operador ativo do OPERCAD; o nivel identificado decide se o
      * estorno e liberado. Ate tres tentativas; OPERCAD
      * indisponivel encerra o programa.
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
      * 2000-MENU - exibe o menu de estornos e executa a opcao
      * escolhida.
      ******************************************************************
       2000-MENU.
           DISPLAY " "
           DISPLAY "ESTORNO DE LANCAMENTOS DO TEMPLOG - ESCOLHA UMA "
               "OPCAO:"
           DISPLAY "  (E)STORNAR LANCAMENTO  (I)NTERVALO  "
               "(C)ONSULTAR  (F)IM"
           ACCEPT WS-OPCAO

           EVALUATE TRUE
               WHEN WS-OPCAO-ESTORNAR
                   PERFORM 3000-ESTORNAR-LANCAMENTO THRU
                           3000-ESTORNAR-LANCAMENTO-EXIT
               WHEN WS-OPCAO-INTERVALO
                   PERFORM 4000-ESTORNAR-INTERVALO THRU
                           4000-ESTORNAR-INTERVALO-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 5000-CONSULTAR THRU 5000-CONSULTAR-EXIT
               WHEN WS-OPCAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - INFORME E, I, C OU F"
           END-EVALUATE
           .
       2000-MENU-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ESTORNAR-LANCAMENTO - estorna um lancamento pela chave.
      * O corretivo, quando informado, e gravado antes da marca de
      * estorno; se nao puder ser gravado, nada e estornado, e se a
      * marca nao puder ser gravada, o corretivo e excluido.
      ******************************************************************
       3000-ESTORNAR-LANCAMENTO.
           PERFORM 3100-PEDIR-CHAVE THRU 3100-PEDIR-CHAVE-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           MOVE WS-CHAVE-ORIG TO TL-CHAVE
           READ TEMPLOG-ARQ
               INVALID KEY
                   DISPLAY "LANCAMENTO NAO ENCONTRADO NO TEMPLOG"
                   GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-READ
           IF TL-ESTORNADO
               DISPLAY "LANCAMENTO JA ESTORNADO"
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           MOVE TL-TEMPER    TO WS-VALOR-EDT
           MOVE TL-RESULTADO TO WS-VALOR2-EDT
           DISPLAY "LANCAMENTO " TL-DATA " " TL-HORA " " TL-SEQ
               " SENSOR " TL-SENSOR-ID
           DISPLAY "  ENTRADA " TL-ESCALA " " WS-VALOR-EDT
               " RESULTADO " TL-ESC-DESTINO " " WS-VALOR2-EDT
           IF TL-CORRECAO
               DISPLAY "  (LANCAMENTO CORRETIVO DE " TL-REF-DATA " "
                   TL-REF-HORA " " TL-REF-SEQ ")"
           END-IF

           PERFORM 7000-MONTAR-ESTORNO THRU 7000-MONTAR-ESTORNO-EXIT

           PERFORM 8000-PEDIR-MOTIVO THRU 8000-PEDIR-MOTIVO-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           PERFORM 3200-PEDIR-CORRECAO THRU 3200-PEDIR-CORRECAO-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           DISPLAY "CONFIRMA O ESTORNO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ESTORNO CANCELADO"
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           OPEN EXTEND TEMPESTO-ARQ
           IF WS-STATUS-TEMPESTO = "35"
               OPEN OUTPUT TEMPESTO-ARQ
           END-IF
           IF WS-STATUS-TEMPESTO NOT = "00"
               DISPLAY "ERRO AO ABRIR TEMPESTO - STATUS "
                   WS-STATUS-TEMPESTO " - ESTORNO CANCELADO"
               GO TO 3000-ESTORNAR-LANCAMENTO-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-ESTORNADOS
           MOVE "N"   TO WS-MARCA-OK
           IF WS-CORRECAO-INFORMADA
               PERFORM 3300-GRAVAR-CORRECAO THRU
                       3300-GRAVAR-CORRECAO-EXIT
               IF NOT WS-CORRECAO-GRAVADA
                   DISPLAY "ERRO AO GRAVAR O CORRETIVO - STATUS "
                       WS-STATUS-TEMPLOG " - ESTORNO CANCELADO"
                   GO TO 3000-ESTORNAR-LANCAMENTO-FIM
               END-IF
           END-IF

           MOVE WS-CHAVE-ORIG TO TL-CHAVE
           READ TEMPLOG-ARQ
               INVALID KEY
                   DISPLAY "LANCAMENTO NAO ENCONTRADO NO TEMPLOG"
                   GO TO 3000-ESTORNAR-LANCAMENTO-FIM
           END-READ

           PERFORM 7100-MARCAR-ESTORNO THRU 7100-MARCAR-ESTORNO-EXIT
           .
       3000-ESTORNAR-LANCAMENTO-FIM.
           CLOSE TEMPESTO-ARQ

           IF WS-CORRECAO-GRAVADA AND NOT WS-ESTORNO-MARCADO
               PERFORM 3400-EXCLUIR-CORRECAO THRU
                       3400-EXCLUIR-CORRECAO-EXIT
           END-IF

           IF WS-ESTORNO-MARCADO
               DISPLAY "LANCAMENTO ESTORNADO"
               IF WS-CORRECAO-GRAVADA
                   DISPLAY "CORRETIVO GRAVADO COM A CHAVE "
                       WE-CORR-DATA " " WE-CORR-HORA " " WE-CORR-SEQ
               END-IF
           END-IF
           .
       3000-ESTORNAR-LANCAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PEDIR-CHAVE - obtem a data, a hora e a sequencia do
      * lancamento a estornar.
      ******************************************************************
       3100-PEDIR-CHAVE.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME A DATA DO LANCAMENTO (AAAAMMDD)"
           ACCEPT WS-DATA-INF
           DISPLAY "INFORME A HORA DO LANCAMENTO (HHMMSSCC)"
           ACCEPT WS-HORA-INF
           DISPLAY "INFORME A SEQUENCIA DO LANCAMENTO (NNN)"
           ACCEPT WS-SEQ-INF
           IF WS-DATA-INF NOT NUMERIC OR WS-HORA-INF NOT NUMERIC
                   OR WS-SEQ-INF NOT NUMERIC
               DISPLAY "CHAVE INVALIDA - OPERACAO CANCELADA"
               GO TO 3100-PEDIR-CHAVE-EXIT
           END-IF

           MOVE WS-DATA-INF TO WS-ORIG-DATA
           MOVE WS-HORA-INF TO WS-ORIG-HORA
           MOVE WS-SEQ-INF  TO WS-ORIG-SEQ
           SET WS-DADOS-VALIDOS TO TRUE
           .
       3100-PEDIR-CHAVE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-PEDIR-CORRECAO - pergunta se ha lancamento corretivo e
      * obtem a leitura correta: escala e destino em branco mantem os
      * do original; leitura abaixo do zero absoluto e recusada.
      ******************************************************************
       3200-PEDIR-CORRECAO.
           MOVE "N" TO WS-COM-CORRECAO
           MOVE "N" TO WS-CORR-GRAVADA
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "GRAVAR LANCAMENTO CORRETIVO (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               SET WS-DADOS-VALIDOS TO TRUE
               GO TO 3200-PEDIR-CORRECAO-EXIT
           END-IF

           DISPLAY "INFORME A ESCALA CORRETA (C/F/K) OU BRANCO P/ "
               WE-ESCALA
           ACCEPT WS-ESCALA-NOVA
           IF WS-ESCALA-NOVA = SPACES
               MOVE WE-ESCALA TO WS-ESCALA-NOVA
           END-IF
           EVALUATE WS-ESCALA-NOVA
               WHEN "c"
                   MOVE "C" TO WS-ESCALA-NOVA
               WHEN "f"
                   MOVE "F" TO WS-ESCALA-NOVA
               WHEN "k"
                   MOVE "K" TO WS-ESCALA-NOVA
           END-EVALUATE
           IF WS-ESCALA-NOVA NOT = "C" AND WS-ESCALA-NOVA NOT = "F"
                   AND WS-ESCALA-NOVA NOT = "K"
               DISPLAY "ESCALA INVALIDA - OPERACAO CANCELADA"
               GO TO 3200-PEDIR-CORRECAO-EXIT
           END-IF

           DISPLAY "INFORME A TEMPERATURA CORRETA"
           ACCEPT WS-TEMPER-NOVA
           EVALUATE WS-ESCALA-NOVA
               WHEN "C"
                   IF WS-TEMPER-NOVA < -273.15
                       DISPLAY "ABAIXO DO ZERO ABSOLUTO - OPERACAO "
                           "CANCELADA"
                       GO TO 3200-PEDIR-CORRECAO-EXIT
                   END-IF
               WHEN "F"
                   IF WS-TEMPER-NOVA < -459.67
                       DISPLAY "ABAIXO DO ZERO ABSOLUTO - OPERACAO "
                           "CANCELADA"
                       GO TO 3200-PEDIR-CORRECAO-EXIT
                   END-IF
               WHEN "K"
                   IF WS-TEMPER-NOVA < 0
                       DISPLAY "KELVIN NAO PODE SER NEGATIVO - "
                           "OPERACAO CANCELADA"
                       GO TO 3200-PEDIR-CORRECAO-EXIT
                   END-IF
           END-EVALUATE

           DISPLAY "INFORME A ESCALA DE DESTINO (C/F/K) OU BRANCO P/ "
               WE-ESC-DESTINO
           ACCEPT WS-DESTINO-NOVO
           IF WS-DESTINO-NOVO = SPACES
               MOVE WE-ESC-DESTINO TO WS-DESTINO-NOVO
           END-IF

           PERFORM 8100-CONVERTER THRU 8100-CONVERTER-EXIT

           MOVE WS-TEMPER-NOVA TO WS-VALOR-EDT
           MOVE WS-RESUL-NOVO  TO WS-VALOR2-EDT
           DISPLAY "CORRETIVO: ENTRADA " WS-ESCALA-NOVA " "
               WS-VALOR-EDT " RESULTADO " WS-DEST-EFETIVO " "
               WS-VALOR2-EDT
           SET WS-CORRECAO-INFORMADA TO TRUE
           SET WS-DADOS-VALIDOS TO TRUE
           .
       3200-PEDIR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-GRAVAR-CORRECAO - grava o lancamento corretivo na mesma
      * data/hora do original, com a primeira sequencia livre depois
      * da dele, para que os relatorios do dia o considerem no lugar
      * do original.
      ******************************************************************
       3300-GRAVAR-CORRECAO.
           MOVE SPACES          TO TEMPLOG-REG
           MOVE WS-ORIG-DATA    TO TL-DATA
           MOVE WS-ORIG-HORA    TO TL-HORA
           MOVE WS-ORIG-SEQ     TO TL-SEQ
           MOVE WS-ESCALA-NOVA  TO TL-ESCALA
           MOVE WS-TEMPER-NOVA  TO TL-TEMPER
           MOVE WS-RESUL-NOVO   TO TL-RESULTADO
           MOVE WS-DEST-EFETIVO TO TL-ESC-DESTINO
           MOVE WE-SENSOR-ID    TO TL-SENSOR-ID
           MOVE WS-TEMPER-NOVA  TO TL-TEMPER-BRUTA
           MOVE "C"             TO TL-TIPO-LANC
           MOVE WS-ORIG-DATA    TO TL-REF-DATA
           MOVE WS-ORIG-HORA    TO TL-REF-HORA
           MOVE WS-ORIG-SEQ     TO TL-REF-SEQ

           PERFORM 3310-TENTAR-GRAVAR THRU 3310-TENTAR-GRAVAR-EXIT
               UNTIL WS-CORRECAO-GRAVADA
                  OR TL-SEQ > 998

           IF WS-CORRECAO-GRAVADA
               MOVE "S"     TO WE-CORRECAO
               MOVE TL-DATA TO WE-CORR-DATA
               MOVE TL-HORA TO WE-CORR-HORA
               MOVE TL-SEQ  TO WE-CORR-SEQ
           END-IF
           .
       3300-GRAVAR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 3310-TENTAR-GRAVAR - avanca a sequencia e tenta gravar; chave
      * ja usada avanca de novo no proximo passo.
      ******************************************************************
       3310-TENTAR-GRAVAR.
           ADD 1 TO TL-SEQ
           WRITE TEMPLOG-REG
               INVALID KEY
                   GO TO 3310-TENTAR-GRAVAR-EXIT
           END-WRITE
           SET WS-CORRECAO-GRAVADA TO TRUE
           .
       3310-TENTAR-GRAVAR-EXIT.
           EXIT.

      ******************************************************************
      * 3400-EXCLUIR-CORRECAO - exclui do TEMPLOG o corretivo ja
      * gravado quando o original nao pode ser marcado como estornado.
      ******************************************************************
       3400-EXCLUIR-CORRECAO.
           MOVE SPACES       TO TL-CHAVE
           MOVE WE-CORR-DATA TO TL-DATA
           MOVE WE-CORR-HORA TO TL-HORA
           MOVE WE-CORR-SEQ  TO TL-SEQ
           DELETE TEMPLOG-ARQ RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR O CORRETIVO " TL-CHAVE
                       " - STATUS " WS-STATUS-TEMPLOG
                   GO TO 3400-EXCLUIR-CORRECAO-EXIT
           END-DELETE
           DISPLAY "CORRETIVO EXCLUIDO - ESTORNO NAO REALIZADO"
           .
       3400-EXCLUIR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ESTORNAR-INTERVALO - estorna todos os lancamentos ainda
      * nao estornados de uma faixa de data/hora, opcionalmente de um
      * so sensor (lote processado em duplicidade, por exemplo). A
      * faixa e contada e exibida antes da confirmacao.
      ******************************************************************
       4000-ESTORNAR-INTERVALO.
           PERFORM 4100-PEDIR-FAIXA THRU 4100-PEDIR-FAIXA-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 4000-ESTORNAR-INTERVALO-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-ELEGIVEIS
           PERFORM 4200-POSICIONAR THRU 4200-POSICIONAR-EXIT
           PERFORM 4400-CONTAR-ELEGIVEL THRU 4400-CONTAR-ELEGIVEL-EXIT
               UNTIL WS-FIM-DO-TEMPLOG

           IF WS-QTD-ELEGIVEIS = 0
               DISPLAY "NENHUM LANCAMENTO A ESTORNAR NA FAIXA"
               GO TO 4000-ESTORNAR-INTERVALO-EXIT
           END-IF

           DISPLAY "LANCAMENTOS A ESTORNAR NA FAIXA: "
               WS-QTD-ELEGIVEIS
           PERFORM 8000-PEDIR-MOTIVO THRU 8000-PEDIR-MOTIVO-EXIT
           IF NOT WS-DADOS-VALIDOS
               GO TO 4000-ESTORNAR-INTERVALO-EXIT
           END-IF

           DISPLAY "CONFIRMA O ESTORNO DOS " WS-QTD-ELEGIVEIS
               " LANCAMENTOS (S/N)?"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ESTORNO CANCELADO"
               GO TO 4000-ESTORNAR-INTERVALO-EXIT
           END-IF

           OPEN EXTEND TEMPESTO-ARQ
           IF WS-STATUS-TEMPESTO = "35"
               OPEN OUTPUT TEMPESTO-ARQ
           END-IF
           IF WS-STATUS-TEMPESTO NOT = "00"
               DISPLAY "ERRO AO ABRIR TEMPESTO - STATUS "
                   WS-STATUS-TEMPESTO " - ESTORNO CANCELADO"
               GO TO 4000-ESTORNAR-INTERVALO-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-ESTORNADOS
           PERFORM 4200-POSICIONAR THRU 4200-POSICIONAR-EXIT
           PERFORM 4500-ESTORNAR-ELEGIVEL THRU
                   4500-ESTORNAR-ELEGIVEL-EXIT
               UNTIL WS-FIM-DO-TEMPLOG
           CLOSE TEMPESTO-ARQ

           DISPLAY "LANCAMENTOS ESTORNADOS: " WS-QTD-ESTORNADOS
           .
       4000-ESTORNAR-INTERVALO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PEDIR-FAIXA - obtem a data/hora inicial e final (hora em
      * branco = dia inteiro) e o sensor (branco = todos).
      ******************************************************************
       4100-PEDIR-FAIXA.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "INFORME A DATA INICIAL (AAAAMMDD)"
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF NOT NUMERIC
               DISPLAY "DATA INVALIDA - OPERACAO CANCELADA"
               GO TO 4100-PEDIR-FAIXA-EXIT
           END-IF
           MOVE WS-DATA-INF TO WS-INI-DATA
           DISPLAY "INFORME A HORA INICIAL (HHMMSSCC) OU BRANCO"
           ACCEPT WS-HORA-INF
           IF WS-HORA-INF = SPACES
               MOVE ZEROS TO WS-INI-HORA
           ELSE
               IF WS-HORA-INF NOT NUMERIC
                   DISPLAY "HORA INVALIDA - OPERACAO CANCELADA"
                   GO TO 4100-PEDIR-FAIXA-EXIT
               END-IF
               MOVE WS-HORA-INF TO WS-INI-HORA
           END-IF
           MOVE ZEROS TO WS-INI-SEQ

           DISPLAY "INFORME A DATA FINAL (AAAAMMDD) OU BRANCO P/ A "
               "MESMA"
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF = SPACES
               MOVE WS-INI-DATA TO WS-FIM-DATA
           ELSE
               IF WS-DATA-INF NOT NUMERIC
                   DISPLAY "DATA INVALIDA - OPERACAO CANCELADA"
                   GO TO 4100-PEDIR-FAIXA-EXIT
               END-IF
               MOVE WS-DATA-INF TO WS-FIM-DATA
           END-IF
           DISPLAY "INFORME A HORA FINAL (HHMMSSCC) OU BRANCO"
           ACCEPT WS-HORA-INF
           IF WS-HORA-INF = SPACES
               MOVE 99999999 TO WS-FIM-HORA
           ELSE
               IF WS-HORA-INF NOT NUMERIC
                   DISPLAY "HORA INVALIDA - OPERACAO CANCELADA"
                   GO TO 4100-PEDIR-FAIXA-EXIT
               END-IF
               MOVE WS-HORA-INF TO WS-FIM-HORA
           END-IF
           MOVE 999 TO WS-FIM-SEQ

           IF WS-CHAVE-FIM < WS-CHAVE-INI
               DISPLAY "FAIXA INVERTIDA - OPERACAO CANCELADA"
               GO TO 4100-PEDIR-FAIXA-EXIT
           END-IF

           DISPLAY "INFORME O SENSOR OU BRANCO P/ TODOS"
           ACCEPT WS-SENSOR-FILTRO

           SET WS-DADOS-VALIDOS TO TRUE
           .
       4100-PEDIR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 4200-POSICIONAR - posiciona o log no inicio da faixa e le o
      * primeiro lancamento.
      ******************************************************************
       4200-POSICIONAR.
           MOVE "N" TO WS-FIM-TEMPLOG
           MOVE WS-CHAVE-INI TO TL-CHAVE
           START TEMPLOG-ARQ KEY NOT < TL-CHAVE
               INVALID KEY
                   SET WS-FIM-DO-TEMPLOG TO TRUE
                   GO TO 4200-POSICIONAR-EXIT
           END-START
           PERFORM 4300-LER-TEMPLOG THRU 4300-LER-TEMPLOG-EXIT
           .
       4200-POSICIONAR-EXIT.
           EXIT.

      ******************************************************************
      * 4300-LER-TEMPLOG - le o proximo lancamento; o primeiro depois
      * do fim da faixa encerra a leitura.
      ******************************************************************
       4300-LER-TEMPLOG.
           READ TEMPLOG-ARQ NEXT
               AT END
                   SET WS-FIM-DO-TEMPLOG TO TRUE
           END-READ
           IF NOT WS-FIM-DO-TEMPLOG
                   AND TL-CHAVE > WS-CHAVE-FIM
               SET WS-FIM-DO-TEMPLOG TO TRUE
           END-IF
           .
       4300-LER-TEMPLOG-EXIT.
           EXIT.

       4400-CONTAR-ELEGIVEL.
           IF NOT TL-ESTORNADO
               IF WS-SENSOR-FILTRO = SPACES
                       OR TL-SENSOR-ID = WS-SENSOR-FILTRO
                   ADD 1 TO WS-QTD-ELEGIVEIS
               END-IF
           END-IF
           PERFORM 4300-LER-TEMPLOG THRU 4300-LER-TEMPLOG-EXIT
           .
       4400-CONTAR-ELEGIVEL-EXIT.
           EXIT.

       4500-ESTORNAR-ELEGIVEL.
           IF NOT TL-ESTORNADO
               IF WS-SENSOR-FILTRO = SPACES
                       OR TL-SENSOR-ID = WS-SENSOR-FILTRO
                   PERFORM 7000-MONTAR-ESTORNO THRU
                           7000-MONTAR-ESTORNO-EXIT
                   PERFORM 7100-MARCAR-ESTORNO THRU
                           7100-MARCAR-ESTORNO-EXIT
               END-IF
           END-IF
           PERFORM 4300-LER-TEMPLOG THRU 4300-LER-TEMPLOG-EXIT
           .
       4500-ESTORNAR-ELEGIVEL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONSULTAR - lista os estornos do TEMPESTO de uma data de
      * lancamento (branco lista todos).
      ******************************************************************
       5000-CONSULTAR.
           DISPLAY "INFORME A DATA DOS LANCAMENTOS (AAAAMMDD) OU "
               "BRANCO P/ TODOS"
           ACCEPT WS-DATA-INF
           IF WS-DATA-INF = SPACES OR WS-DATA-INF NOT NUMERIC
               MOVE ZEROS TO WS-DATA-FILTRO
           ELSE
               MOVE WS-DATA-INF TO WS-DATA-FILTRO
           END-IF
           MOVE ZEROS TO WS-QTD-LISTADOS

           OPEN INPUT TEMPESTO-ARQ
           IF WS-STATUS-TEMPESTO NOT = "00"
               DISPLAY "NENHUM ESTORNO REGISTRADO"
               GO TO 5000-CONSULTAR-EXIT
           END-IF

           MOVE "N" TO WS-FIM-TEMPESTO
           PERFORM 5100-LER-TEMPESTO THRU 5100-LER-TEMPESTO-EXIT
           PERFORM 5200-EXIBIR-ESTORNO THRU 5200-EXIBIR-ESTORNO-EXIT
               UNTIL WS-FIM-DO-TEMPESTO
           CLOSE TEMPESTO-ARQ

           DISPLAY "ESTORNOS LISTADOS: " WS-QTD-LISTADOS
           .
       5000-CONSULTAR-EXIT.
           EXIT.

       5100-LER-TEMPESTO.
           READ TEMPESTO-ARQ
               AT END
                   SET WS-FIM-DO-TEMPESTO TO TRUE
           END-READ
           .
       5100-LER-TEMPESTO-EXIT.
           EXIT.

       5200-EXIBIR-ESTORNO.
           IF WS-DATA-FILTRO NOT = ZEROS
                   AND TE-ORIG-DATA NOT = WS-DATA-FILTRO
               GO TO 5200-EXIBIR-ESTORNO-FIM
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE TE-TEMPER    TO WS-VALOR-EDT
           MOVE TE-RESULTADO TO WS-VALOR2-EDT
           DISPLAY " "
           DISPLAY "LANCAMENTO " TE-CHAVE-ORIG " SENSOR " TE-SENSOR-ID
               " " TE-ESCALA " " WS-VALOR-EDT " -> " TE-ESC-DESTINO
               " " WS-VALOR2-EDT
           DISPLAY "  ESTORNADO EM " TE-DATA " " TE-HORA
               " POR " TE-OPERADOR
           DISPLAY "  MOTIVO: " TE-MOTIVO
           IF TE-COM-CORRECAO
               DISPLAY "  CORRETIVO: " TE-CHAVE-CORR
           END-IF
           IF TE-DATA-EXPORTA NUMERIC AND TE-DATA-EXPORTA > 0
               DISPLAY "  ENVIADO AO HISTORIADOR NO EXTRATO DE "
                   TE-DATA-EXPORTA
           END-IF
           .
       5200-EXIBIR-ESTORNO-FIM.
           PERFORM 5100-LER-TEMPESTO THRU 5100-LER-TEMPESTO-EXIT
           .
       5200-EXIBIR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 7000-MONTAR-ESTORNO - prepara a imagem do estorno com a
      * chave e a imagem do lancamento corrente do TEMPLOG.
      ******************************************************************
       7000-MONTAR-ESTORNO.
           MOVE SPACES         TO WS-EST-REG
           MOVE TL-DATA        TO WE-ORIG-DATA
           MOVE TL-HORA        TO WE-ORIG-HORA
           MOVE TL-SEQ         TO WE-ORIG-SEQ
           MOVE TL-ESCALA      TO WE-ESCALA
           MOVE TL-TEMPER      TO WE-TEMPER
           MOVE TL-RESULTADO   TO WE-RESULTADO
           MOVE TL-ESC-DESTINO TO WE-ESC-DESTINO
           MOVE TL-SENSOR-ID   TO WE-SENSOR-ID
           MOVE "N"            TO WE-CORRECAO
           MOVE ZEROS          TO WE-CORR-DATA
           MOVE ZEROS          TO WE-CORR-HORA
           MOVE ZEROS          TO WE-CORR-SEQ
           MOVE ZEROS          TO WE-DATA-EXPORTA
           .
       7000-MONTAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 7100-MARCAR-ESTORNO - marca o lancamento corrente do TEMPLOG
      * como estornado (com a chave do corretivo, se houver) e grava
      * o estorno no TEMPESTO com o operador e o motivo (o TEMPESTO
      * ja deve estar aberto). Se o TEMPESTO nao puder ser gravado,
      * a marca e desfeita no TEMPLOG e o estorno nao conta. Sem
      * corretivo, TL-CHAVE-REF fica como esta (num corretivo
      * estornado, continua apontando o seu original).
      ******************************************************************
       7100-MARCAR-ESTORNO.
           MOVE "N" TO WS-MARCA-OK
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE TL-SITUACAO  TO WS-SITUACAO-ANT
           MOVE TL-CHAVE-REF TO WS-CHAVE-REF-ANT
           MOVE "E" TO TL-SITUACAO
           IF WE-COM-CORRECAO
               MOVE WE-CORR-DATA TO TL-REF-DATA
               MOVE WE-CORR-HORA TO TL-REF-HORA
               MOVE WE-CORR-SEQ  TO TL-REF-SEQ
           END-IF

           REWRITE TEMPLOG-REG
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O ESTORNO DE " TL-CHAVE
                       " - STATUS " WS-STATUS-TEMPLOG
                   GO TO 7100-MARCAR-ESTORNO-EXIT
           END-REWRITE

           MOVE WS-DATA-SISTEMA TO WE-DATA
           MOVE WS-HORA-SISTEMA TO WE-HORA
           MOVE WS-SIGNON-ID    TO WE-OPERADOR
           MOVE WS-MOTIVO       TO WE-MOTIVO
           MOVE WS-EST-REG      TO TEMPESTO-REG
           WRITE TEMPESTO-REG
           IF WS-STATUS-TEMPESTO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ESTORNO DE " TL-CHAVE
                   " NO TEMPESTO - STATUS " WS-STATUS-TEMPESTO
               PERFORM 7110-DESFAZER-MARCA THRU
                       7110-DESFAZER-MARCA-EXIT
               GO TO 7100-MARCAR-ESTORNO-EXIT
           END-IF
           SET WS-ESTORNO-MARCADO TO TRUE
           ADD 1 TO WS-QTD-ESTORNADOS
           .
       7100-MARCAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * 7110-DESFAZER-MARCA - devolve ao lancamento corrente do
      * TEMPLOG a situacao e a referencia anteriores a marca.
      ******************************************************************
       7110-DESFAZER-MARCA.
           MOVE WS-SITUACAO-ANT  TO TL-SITUACAO
           MOVE WS-CHAVE-REF-ANT TO TL-CHAVE-REF
           REWRITE TEMPLOG-REG
               INVALID KEY
                   DISPLAY "ERRO AO DESFAZER A MARCA DE " TL-CHAVE
                       " - STATUS " WS-STATUS-TEMPLOG
                   GO TO 7110-DESFAZER-MARCA-EXIT
           END-REWRITE
           DISPLAY "LANCAMENTO " TL-CHAVE " NAO ESTORNADO"
           .
       7110-DESFAZER-MARCA-EXIT.
           EXIT.

      ******************************************************************
      * 8000-PEDIR-MOTIVO - o motivo do estorno e obrigatorio.
      ******************************************************************
       8000-PEDIR-MOTIVO.
           MOVE "N" TO WS-DADOS-OK
           MOVE ZEROS TO WS-QTD-ESTORNADOS
           DISPLAY "INFORME O MOTIVO DO ESTORNO"
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - OPERACAO CANCELADA"
               GO TO 8000-PEDIR-MOTIVO-EXIT
           END-IF
           SET WS-DADOS-VALIDOS TO TRUE
           .
       8000-PEDIR-MOTIVO-EXIT.
           EXIT.

      ******************************************************************
      * 8100-CONVERTER - converte a leitura corretiva para o destino,
      * com o Celsius como escala pivo, nas mesmas regras do
      * conversor (destino em branco ou invalido usa o padrao F->C,
      * C->F, K->C).
      ******************************************************************
       8100-CONVERTER.
           EVALUATE TRUE
               WHEN WS-DESTINO-NOVO = "C" OR "c"
                   MOVE "C" TO WS-DEST-EFETIVO
               WHEN WS-DESTINO-NOVO = "F" OR "f"
                   MOVE "F" TO WS-DEST-EFETIVO
               WHEN WS-DESTINO-NOVO = "K" OR "k"
                   MOVE "K" TO WS-DEST-EFETIVO
               WHEN WS-ESCALA-NOVA = "C"
                   MOVE "F" TO WS-DEST-EFETIVO
               WHEN OTHER
                   MOVE "C" TO WS-DEST-EFETIVO
           END-EVALUATE

           EVALUATE WS-ESCALA-NOVA
               WHEN "F"
                   COMPUTE WS-CELSIUS ROUNDED =
                       (WS-TEMPER-NOVA - 32) / 1.8
               WHEN "K"
                   COMPUTE WS-CELSIUS ROUNDED =
                       WS-TEMPER-NOVA - 273.15
               WHEN OTHER
                   MOVE WS-TEMPER-NOVA TO WS-CELSIUS
           END-EVALUATE

           EVALUATE WS-DEST-EFETIVO
               WHEN "F"
                   COMPUTE WS-RESUL-NOVO ROUNDED =
                       (WS-CELSIUS * 1.8) + 32
               WHEN "K"
                   COMPUTE WS-RESUL-NOVO ROUNDED =
                       WS-CELSIUS + 273.15
               WHEN OTHER
                   MOVE WS-CELSIUS TO WS-RESUL-NOVO
           END-EVALUATE
           .
       8100-CONVERTER-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-ESTORNO-TEMPLOG.

      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: SINCRONIZACAO DO SENSCAD COM O REGISTRO DE ATIVOS
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para ler o extrato de largura
      *                 fixa do registro de ativos da Engenharia de
      *                 Instalacoes (ATIVOREG) e compara-lo com o
      *                 SENSCAD: inclui os sensores instalados que
      *                 ainda nao estao cadastrados, atualiza local e
      *                 escala alterados e desativa os sensores que o
      *                 registro mostra como removidos. Cada acao
      *                 aplicada vai para o SENSHIST com o codigo de
      *                 sincronizacao *SINC* no lugar do operador.
      *                 Conflitos que o programa nao aplica sozinho
      *                 (troca de escala em sensor com limites de
      *                 alarme ou offset, sensor desativado no cadastro
      *                 e instalado no registro, sensor ativo ausente
      *                 do registro, registro invalido) sao listados
      *                 no relatorio de excecoes RELSINC (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-SINCRONIZA-SENSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATIVOREG-ARQ ASSIGN TO "ATIVOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ATIVOREG.
           SELECT SENSCAD-ARQ ASSIGN TO "SENSCAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SENSOR-ID
               FILE STATUS IS WS-STATUS-SENSCAD.
           SELECT SENSHIST-ARQ ASSIGN TO "SENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SENSHIST.
           SELECT RELSINC-ARQ ASSIGN TO "RELSINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELSINC.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * ATIVOREG - extrato do registro de ativos, largura fixa, sem
      * separadores: sensor, local, escala (C/F/K), data de instalacao
      * e data de remocao (zeros ou branco = instalado).
      ******************************************************************
       FD  ATIVOREG-ARQ.
       01  ATIVOREG-REG.
           05 AT-SENSOR-ID        PIC X(06).
           05 AT-LOCAL            PIC X(30).
           05 AT-ESCALA           PIC X(01).
           05 AT-DATA-INSTAL      PIC X(08).
           05 AT-DATA-REMOCAO     PIC X(08).
           05 FILLER              PIC X(27).

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

       FD  RELSINC-ARQ.
       01  RELSINC-REG            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-ATIVOREG PIC X(02)   VALUE SPACES.
       77  WS-STATUS-SENSCAD  PIC X(02)   VALUE SPACES.
       77  WS-STATUS-SENSHIST PIC X(02)   VALUE SPACES.
       77  WS-STATUS-RELSINC  PIC X(02)   VALUE SPACES.
       77  WS-FIM-ATIVOREG    PIC X(01)   VALUE "N".
           88 WS-FIM-DO-ATIVOREG          VALUE "S".
       77  WS-FIM-SENSCAD     PIC X(01)   VALUE "N".
           88 WS-FIM-DO-SENSCAD           VALUE "S".
       77  WS-SENSOR-EXISTE   PIC X(01)   VALUE "N".
           88 WS-SENSOR-CADASTRADO        VALUE "S".
       77  WS-REMOVIDO        PIC X(01)   VALUE "N".
           88 WS-SENSOR-REMOVIDO          VALUE "S".
       77  WS-MUDOU           PIC X(01)   VALUE "N".
           88 WS-HOUVE-MUDANCA            VALUE "S".
       77  WS-ACAO-HIST       PIC X(01)   VALUE SPACES.
       77  WS-OPERADOR-SINC   PIC X(06)   VALUE "*SINC*".
       77  WS-DATA-SISTEMA    PIC 9(08)   VALUE ZEROS.
       77  WS-HORA-SISTEMA    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-REMOCAO    PIC 9(08)   VALUE ZEROS.
       77  WS-ID-SUB          PIC 9(05) COMP VALUE ZEROS.
       77  WS-ID-QTD          PIC 9(05) COMP VALUE ZEROS.
       77  WS-ID-LIMITE       PIC 9(05) COMP VALUE 2000.
       77  WS-ID-ACHOU        PIC X(01)   VALUE "N".
           88 WS-ID-ENCONTRADO            VALUE "S".
       77  WS-ID-COMPLETO     PIC X(01)   VALUE "S".
           88 WS-TABELA-ID-COMPLETA       VALUE "S".
       77  WS-QTD-LIDOS       PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-INCLUIDOS   PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-ALTERADOS   PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-DESATIVADOS PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-EXCECOES    PIC 9(07) COMP VALUE ZEROS.
       77  WS-RC-FINAL        PIC 9(02)   VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(03)   VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(03)   VALUE 55.
       77  WS-QTD-EDT         PIC ZZZZZZ9 VALUE ZEROS.

      ******************************************************************
      * WS-IMAGEM-ANT - imagem do registro do sensor antes da acao,
      * para o SENSHIST, no mesmo criterio da manutencao on-line.
      ******************************************************************
       01  WS-IMAGEM-ANT.
           05 WS-ANT-LOCAL     PIC X(30).
           05 WS-ANT-ESCALA    PIC X(01).
           05 WS-ANT-SITUACAO  PIC X(01).
           05 WS-ANT-LIM-INF   PIC S9(05)V9(02) SIGN LEADING
                                    SEPARATE.
           05 WS-ANT-LIM-SUP   PIC S9(05)V9(02) SIGN LEADING
                                    SEPARATE.
           05 WS-ANT-LIM-ATIVO PIC X(01).
           05 WS-ANT-AREA      PIC X(06).
           05 WS-ANT-OFFSET    PIC S9(05)V9(02) SIGN LEADING
                                    SEPARATE.

      ******************************************************************
      * WS-TABELA-IDS - sensores presentes no extrato, para apontar os
      * sensores ativos do cadastro que o registro nao conhece.
      ******************************************************************
       01  WS-TABELA-IDS.
           05 WS-ID-ITEM OCCURS 2000 TIMES PIC X(06).

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(47)  VALUE
               "CONVERSOR DE TEMPERATURA - SINCRONIZACAO SENSCA".
           05 FILLER              PIC X(13)  VALUE "D X ATIVOS - ".
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-CABEC2.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(08)  VALUE "SENSOR  ".
           05 FILLER              PIC X(12)  VALUE "ACAO        ".
           05 FILLER              PIC X(60)  VALUE "DESCRICAO".

       01  WS-LIN-DETALHE.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DET-SENSOR          PIC X(06).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-ACAO            PIC X(10).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DET-DESCRICAO       PIC X(70).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF WS-RC-FINAL = 16
               GO TO MAIN-FIM
           END-IF

           PERFORM 1100-LER-ATIVOREG THRU 1100-LER-ATIVOREG-EXIT
           PERFORM 2000-SINCRONIZAR THRU 2000-SINCRONIZAR-EXIT
               UNTIL WS-FIM-DO-ATIVOREG

           PERFORM 3000-APONTAR-AUSENTES THRU
                   3000-APONTAR-AUSENTES-EXIT

           PERFORM 4000-FINALIZAR THRU 4000-FINALIZAR-EXIT
           .
       MAIN-FIM.
           MOVE WS-RC-FINAL TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - abre o extrato, o cadastro (criando-o se
      * ainda nao existir), o historico e o relatorio.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT ATIVOREG-ARQ
           IF WS-STATUS-ATIVOREG NOT = "00"
               DISPLAY "EXTRATO ATIVOREG INDISPONIVEL (STATUS "
                   WS-STATUS-ATIVOREG ") - SINCRONIZACAO CANCELADA"
               MOVE 16 TO WS-RC-FINAL
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN I-O SENSCAD-ARQ
           IF WS-STATUS-SENSCAD = "35"
               OPEN OUTPUT SENSCAD-ARQ
               CLOSE SENSCAD-ARQ
               OPEN I-O SENSCAD-ARQ
           END-IF
           IF WS-STATUS-SENSCAD NOT = "00"
               DISPLAY "ERRO AO ABRIR SENSCAD - STATUS "
                   WS-STATUS-SENSCAD
               CLOSE ATIVOREG-ARQ
               MOVE 16 TO WS-RC-FINAL
               GO TO 1000-INICIALIZAR-EXIT
           END-IF

           OPEN EXTEND SENSHIST-ARQ
           IF WS-STATUS-SENSHIST = "35"
               OPEN OUTPUT SENSHIST-ARQ
           END-IF
           OPEN OUTPUT RELSINC-ARQ
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-LER-ATIVOREG.
           READ ATIVOREG-ARQ
               AT END
                   SET WS-FIM-DO-ATIVOREG TO TRUE
           END-READ
           .
       1100-LER-ATIVOREG-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SINCRONIZAR - confere uma linha do extrato com o cadastro
      * e aplica a inclusao, a alteracao ou a desativacao cabivel.
      ******************************************************************
       2000-SINCRONIZAR.
           ADD 1 TO WS-QTD-LIDOS
           MOVE AT-SENSOR-ID TO DET-SENSOR

           IF AT-SENSOR-ID = SPACES
               MOVE "LINHA DO EXTRATO SEM IDENTIFICADOR DE SENSOR"
                   TO DET-DESCRICAO
               PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               GO TO 2000-SINCRONIZAR-PROX
           END-IF
           IF AT-ESCALA NOT = "C" AND AT-ESCALA NOT = "F"
                   AND AT-ESCALA NOT = "K"
               MOVE "ESCALA INVALIDA NO REGISTRO DE ATIVOS"
                   TO DET-DESCRICAO
               PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               GO TO 2000-SINCRONIZAR-PROX
           END-IF
           IF AT-DATA-INSTAL NOT NUMERIC
               MOVE "DATA DE INSTALACAO INVALIDA NO REGISTRO"
                   TO DET-DESCRICAO
               PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               GO TO 2000-SINCRONIZAR-PROX
           END-IF

           MOVE "N" TO WS-REMOVIDO
           IF AT-DATA-REMOCAO NOT = SPACES
               IF AT-DATA-REMOCAO NOT NUMERIC
                   MOVE "DATA DE REMOCAO INVALIDA NO REGISTRO"
                       TO DET-DESCRICAO
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
                   GO TO 2000-SINCRONIZAR-PROX
               END-IF
               MOVE AT-DATA-REMOCAO TO WS-DATA-REMOCAO
               IF WS-DATA-REMOCAO > 0
                       AND WS-DATA-REMOCAO <= WS-DATA-SISTEMA
                   SET WS-SENSOR-REMOVIDO TO TRUE
               END-IF
           END-IF

           PERFORM 8200-GUARDAR-ID THRU 8200-GUARDAR-ID-EXIT

           MOVE "S" TO WS-SENSOR-EXISTE
           MOVE AT-SENSOR-ID TO SC-SENSOR-ID
           READ SENSCAD-ARQ
               INVALID KEY
                   MOVE "N" TO WS-SENSOR-EXISTE
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-SENSOR-CADASTRADO
                   PERFORM 2100-INCLUIR THRU 2100-INCLUIR-EXIT
               WHEN WS-SENSOR-REMOVIDO
                   PERFORM 2300-DESATIVAR THRU 2300-DESATIVAR-EXIT
               WHEN OTHER
                   PERFORM 2200-ALTERAR THRU 2200-ALTERAR-EXIT
           END-EVALUATE
           .
       2000-SINCRONIZAR-PROX.
           PERFORM 1100-LER-ATIVOREG THRU 1100-LER-ATIVOREG-EXIT
           .
       2000-SINCRONIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INCLUIR - cadastra um sensor instalado que ainda nao esta
      * no SENSCAD, ativo, sem limites de alarme, offset ou area (que
      * continuam sendo definidos pela manutencao on-line). Sensor ja
      * removido ou com instalacao futura nao e incluido.
      ******************************************************************
       2100-INCLUIR.
           IF WS-SENSOR-REMOVIDO
               GO TO 2100-INCLUIR-EXIT
           END-IF
           IF AT-DATA-INSTAL > WS-DATA-SISTEMA
               GO TO 2100-INCLUIR-EXIT
           END-IF

           PERFORM 8600-LIMPAR-IMAGEM THRU 8600-LIMPAR-IMAGEM-EXIT

           MOVE SPACES        TO SENSCAD-REG
           MOVE AT-SENSOR-ID  TO SC-SENSOR-ID
           MOVE AT-LOCAL      TO SC-LOCAL
           MOVE AT-ESCALA     TO SC-ESCALA
           MOVE "A"           TO SC-SITUACAO
           MOVE ZEROS         TO SC-LIM-INFERIOR
           MOVE ZEROS         TO SC-LIM-SUPERIOR
           MOVE "N"           TO SC-LIM-ATIVO
           MOVE ZEROS         TO SC-CALIB-OFFSET
           MOVE ZEROS         TO SC-CALIB-DATA
           MOVE ZEROS         TO SC-CALIB-PROXIMA
           MOVE SPACES        TO SC-AREA

           WRITE SENSCAD-REG
               INVALID KEY
                   MOVE "ERRO AO INCLUIR NO SENSCAD"
                       TO DET-DESCRICAO
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
                   GO TO 2100-INCLUIR-EXIT
           END-WRITE

           MOVE "I" TO WS-ACAO-HIST
           PERFORM 8700-GRAVAR-HISTORICO THRU
                   8700-GRAVAR-HISTORICO-EXIT
           ADD 1 TO WS-QTD-INCLUIDOS
           MOVE "INCLUIDO" TO DET-ACAO
           MOVE SPACES     TO DET-DESCRICAO
           STRING "ESCALA " AT-ESCALA " LOCAL " AT-LOCAL
               DELIMITED BY SIZE INTO DET-DESCRICAO
           PERFORM 9100-IMPRIMIR-LINHA THRU 9100-IMPRIMIR-LINHA-EXIT
           .
       2100-INCLUIR-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ALTERAR - atualiza local e escala de um sensor instalado.
      * Sensor desativado no cadastro nao e reativado sozinho; troca
      * de escala em sensor com limites de alarme ou offset de
      * calibracao (valores na escala antiga) vira excecao, e so o
      * local e atualizado.
      ******************************************************************
       2200-ALTERAR.
           IF SC-SENSOR-INATIVO
               MOVE "INSTALADO NO REGISTRO E DESATIVADO NO SENSCAD - "
                   TO DET-DESCRICAO
               MOVE "REATIVAR NA MANUTENCAO" TO DET-DESCRICAO (50:21)
               PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               GO TO 2200-ALTERAR-EXIT
           END-IF

           PERFORM 8500-GUARDAR-IMAGEM THRU 8500-GUARDAR-IMAGEM-EXIT
           MOVE "N" TO WS-MUDOU

           IF AT-ESCALA NOT = SC-ESCALA
               IF SC-LIMITES-ATIVOS OR WS-ANT-OFFSET NOT = ZEROS
                   MOVE SPACES TO DET-DESCRICAO
                   STRING "ESCALA " SC-ESCALA " -> " AT-ESCALA
                       " NAO APLICADA: SENSOR COM LIMITES/OFFSET "
                       "NA ESCALA ATUAL"
                       DELIMITED BY SIZE INTO DET-DESCRICAO
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               ELSE
                   MOVE AT-ESCALA TO SC-ESCALA
                   SET WS-HOUVE-MUDANCA TO TRUE
               END-IF
           END-IF

           IF AT-LOCAL NOT = SC-LOCAL
               MOVE AT-LOCAL TO SC-LOCAL
               SET WS-HOUVE-MUDANCA TO TRUE
           END-IF

           IF NOT WS-HOUVE-MUDANCA
               GO TO 2200-ALTERAR-EXIT
           END-IF

           REWRITE SENSCAD-REG
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR NO SENSCAD"
                       TO DET-DESCRICAO
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
                   GO TO 2200-ALTERAR-EXIT
           END-REWRITE

           MOVE "A" TO WS-ACAO-HIST
           PERFORM 8700-GRAVAR-HISTORICO THRU
                   8700-GRAVAR-HISTORICO-EXIT
           ADD 1 TO WS-QTD-ALTERADOS
           MOVE "ALTERADO" TO DET-ACAO
           MOVE SPACES     TO DET-DESCRICAO
           STRING "ESCALA " WS-ANT-ESCALA " -> " SC-ESCALA
               " LOCAL " SC-LOCAL
               DELIMITED BY SIZE INTO DET-DESCRICAO
           PERFORM 9100-IMPRIMIR-LINHA THRU 9100-IMPRIMIR-LINHA-EXIT
           .
       2200-ALTERAR-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DESATIVAR - desativa o sensor que o registro mostra como
      * removido. Sensor ja desativado fica como esta.
      ******************************************************************
       2300-DESATIVAR.
           IF SC-SENSOR-INATIVO
               GO TO 2300-DESATIVAR-EXIT
           END-IF

           PERFORM 8500-GUARDAR-IMAGEM THRU 8500-GUARDAR-IMAGEM-EXIT
           MOVE "I" TO SC-SITUACAO

           REWRITE SENSCAD-REG
               INVALID KEY
                   MOVE "ERRO AO REGRAVAR NO SENSCAD"
                       TO DET-DESCRICAO
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
                   GO TO 2300-DESATIVAR-EXIT
           END-REWRITE

           MOVE "D" TO WS-ACAO-HIST
           PERFORM 8700-GRAVAR-HISTORICO THRU
                   8700-GRAVAR-HISTORICO-EXIT
           ADD 1 TO WS-QTD-DESATIVADOS
           MOVE "DESATIVADO" TO DET-ACAO
           MOVE SPACES       TO DET-DESCRICAO
           STRING "REMOVIDO EM " AT-DATA-REMOCAO
               DELIMITED BY SIZE INTO DET-DESCRICAO
           PERFORM 9100-IMPRIMIR-LINHA THRU 9100-IMPRIMIR-LINHA-EXIT
           .
       2300-DESATIVAR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APONTAR-AUSENTES - percorre o cadastro e aponta como
      * excecao os sensores ativos que nao constam do extrato. Eles
      * nao sao desativados: so a remocao registrada desativa.
      ******************************************************************
       3000-APONTAR-AUSENTES.
           IF NOT WS-TABELA-ID-COMPLETA
               MOVE SPACES TO DET-SENSOR
               MOVE "EXTRATO EXCEDE A TABELA DE SENSORES - AUSENTES "
                   TO DET-DESCRICAO
               MOVE "NAO APURADOS" TO DET-DESCRICAO (49:12)
               PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               GO TO 3000-APONTAR-AUSENTES-EXIT
           END-IF

           MOVE LOW-VALUES TO SC-SENSOR-ID
           START SENSCAD-ARQ KEY NOT < SC-SENSOR-ID
               INVALID KEY
                   GO TO 3000-APONTAR-AUSENTES-EXIT
           END-START

           MOVE "N" TO WS-FIM-SENSCAD
           PERFORM 3100-LER-SENSCAD THRU 3100-LER-SENSCAD-EXIT
           PERFORM 3200-CONFERIR-SENSOR THRU 3200-CONFERIR-SENSOR-EXIT
               UNTIL WS-FIM-DO-SENSCAD
           .
       3000-APONTAR-AUSENTES-EXIT.
           EXIT.

       3100-LER-SENSCAD.
           READ SENSCAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-SENSCAD TO TRUE
           END-READ
           .
       3100-LER-SENSCAD-EXIT.
           EXIT.

       3200-CONFERIR-SENSOR.
           IF SC-SENSOR-ATIVO
               MOVE "N" TO WS-ID-ACHOU
               PERFORM 8300-LOCALIZAR-ID THRU 8300-LOCALIZAR-ID-EXIT
                   VARYING WS-ID-SUB FROM 1 BY 1
                   UNTIL WS-ID-SUB > WS-ID-QTD
                      OR WS-ID-ENCONTRADO
               IF NOT WS-ID-ENCONTRADO
                   MOVE SC-SENSOR-ID TO DET-SENSOR
                   MOVE "ATIVO NO SENSCAD E AUSENTE DO REGISTRO DE "
                       TO DET-DESCRICAO
                   MOVE "ATIVOS" TO DET-DESCRICAO (43:6)
                   PERFORM 8100-EXCECAO THRU 8100-EXCECAO-EXIT
               END-IF
           END-IF

           PERFORM 3100-LER-SENSCAD THRU 3100-LER-SENSCAD-EXIT
           .
       3200-CONFERIR-SENSOR-EXIT.
           EXIT.

      ******************************************************************
      * 4000-FINALIZAR - imprime os totais e fecha os arquivos.
      ******************************************************************
       4000-FINALIZAR.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE

           MOVE WS-QTD-LIDOS TO WS-QTD-EDT
           MOVE SPACES TO RELSINC-REG
           STRING "     LINHAS DO EXTRATO......: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE WS-QTD-INCLUIDOS TO WS-QTD-EDT
           MOVE SPACES TO RELSINC-REG
           STRING "     SENSORES INCLUIDOS.....: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE WS-QTD-ALTERADOS TO WS-QTD-EDT
           MOVE SPACES TO RELSINC-REG
           STRING "     SENSORES ALTERADOS.....: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE WS-QTD-DESATIVADOS TO WS-QTD-EDT
           MOVE SPACES TO RELSINC-REG
           STRING "     SENSORES DESATIVADOS...: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE WS-QTD-EXCECOES TO WS-QTD-EDT
           MOVE SPACES TO RELSINC-REG
           STRING "     EXCECOES NAO APLICADAS.: " WS-QTD-EDT
               DELIMITED BY SIZE INTO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE

           CLOSE ATIVOREG-ARQ
           CLOSE SENSCAD-ARQ
           CLOSE SENSHIST-ARQ
           CLOSE RELSINC-ARQ

           DISPLAY "SINCRONIZACAO SENSCAD: INCLUIDOS " WS-QTD-INCLUIDOS
               " ALTERADOS " WS-QTD-ALTERADOS
               " DESATIVADOS " WS-QTD-DESATIVADOS
               " EXCECOES " WS-QTD-EXCECOES
           .
       4000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 8100-EXCECAO - imprime a excecao preparada em DET-SENSOR e
      * DET-DESCRICAO e marca o RC 4.
      ******************************************************************
       8100-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES
           IF WS-RC-FINAL < 4
               MOVE 4 TO WS-RC-FINAL
           END-IF
           MOVE "EXCECAO" TO DET-ACAO
           PERFORM 9100-IMPRIMIR-LINHA THRU 9100-IMPRIMIR-LINHA-EXIT
           .
       8100-EXCECAO-EXIT.
           EXIT.

      ******************************************************************
      * 8200-GUARDAR-ID - guarda o sensor do extrato na tabela usada
      * para apontar os ausentes.
      ******************************************************************
       8200-GUARDAR-ID.
           IF WS-ID-QTD >= WS-ID-LIMITE
               MOVE "N" TO WS-ID-COMPLETO
               GO TO 8200-GUARDAR-ID-EXIT
           END-IF
           ADD 1 TO WS-ID-QTD
           MOVE AT-SENSOR-ID TO WS-ID-ITEM (WS-ID-QTD)
           .
       8200-GUARDAR-ID-EXIT.
           EXIT.

       8300-LOCALIZAR-ID.
           IF WS-ID-ITEM (WS-ID-SUB) = SC-SENSOR-ID
               SET WS-ID-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-ID-SUB
           END-IF
           .
       8300-LOCALIZAR-ID-EXIT.
           EXIT.

      ******************************************************************
      * 8500-GUARDAR-IMAGEM / 8600-LIMPAR-IMAGEM - imagem anterior do
      * registro para o historico (vazia na inclusao).
      ******************************************************************
       8500-GUARDAR-IMAGEM.
           MOVE SC-LOCAL        TO WS-ANT-LOCAL
           MOVE SC-ESCALA       TO WS-ANT-ESCALA
           MOVE SC-SITUACAO     TO WS-ANT-SITUACAO
           MOVE SC-LIM-INFERIOR TO WS-ANT-LIM-INF
           MOVE SC-LIM-SUPERIOR TO WS-ANT-LIM-SUP
           MOVE SC-LIM-ATIVO    TO WS-ANT-LIM-ATIVO
           MOVE SC-AREA         TO WS-ANT-AREA
           IF SC-CALIB-OFFSET NUMERIC
               MOVE SC-CALIB-OFFSET TO WS-ANT-OFFSET
           ELSE
               MOVE ZEROS           TO WS-ANT-OFFSET
           END-IF
           .
       8500-GUARDAR-IMAGEM-EXIT.
           EXIT.

       8600-LIMPAR-IMAGEM.
           MOVE SPACES TO WS-ANT-LOCAL
           MOVE SPACES TO WS-ANT-ESCALA
           MOVE SPACES TO WS-ANT-SITUACAO
           MOVE ZEROS  TO WS-ANT-LIM-INF
           MOVE ZEROS  TO WS-ANT-LIM-SUP
           MOVE SPACES TO WS-ANT-LIM-ATIVO
           MOVE SPACES TO WS-ANT-AREA
           MOVE ZEROS  TO WS-ANT-OFFSET
           .
       8600-LIMPAR-IMAGEM-EXIT.
           EXIT.

      ******************************************************************
      * 8700-GRAVAR-HISTORICO - grava em SENSHIST a acao aplicada,
      * com o codigo de sincronizacao no lugar do operador.
      ******************************************************************
       8700-GRAVAR-HISTORICO.
           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE SPACES            TO SENSHIST-REG
           MOVE WS-DATA-SISTEMA   TO SH-DATA
           MOVE WS-HORA-SISTEMA   TO SH-HORA
           MOVE WS-ACAO-HIST      TO SH-ACAO
           MOVE SC-SENSOR-ID      TO SH-SENSOR-ID
           MOVE WS-ANT-LOCAL      TO SH-LOCAL-ANT
           MOVE WS-ANT-ESCALA     TO SH-ESCALA-ANT
           MOVE WS-ANT-SITUACAO   TO SH-SITUACAO-ANT
           MOVE WS-ANT-LIM-INF    TO SH-LIM-INF-ANT
           MOVE WS-ANT-LIM-SUP    TO SH-LIM-SUP-ANT
           MOVE WS-ANT-LIM-ATIVO  TO SH-LIM-ATV-ANT
           MOVE SC-LOCAL          TO SH-LOCAL-NOVO
           MOVE SC-ESCALA         TO SH-ESCALA-NOVA
           MOVE SC-SITUACAO       TO SH-SITUACAO-NOVA
           MOVE SC-LIM-INFERIOR   TO SH-LIM-INF-NOVO
           MOVE SC-LIM-SUPERIOR   TO SH-LIM-SUP-NOVO
           MOVE SC-LIM-ATIVO      TO SH-LIM-ATV-NOVO
           MOVE WS-OPERADOR-SINC  TO SH-OPERADOR
           MOVE WS-ANT-AREA       TO SH-AREA-ANT
           MOVE SC-AREA           TO SH-AREA-NOVA
           MOVE WS-ANT-OFFSET     TO SH-OFFSET-ANT
           MOVE SC-CALIB-OFFSET   TO SH-OFFSET-NOVO

           WRITE SENSHIST-REG
           .
       8700-GRAVAR-HISTORICO-EXIT.
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
           MOVE WS-PAGINA       TO CAB-PAGINA

           IF WS-PAGINA = 1
               MOVE WS-LIN-CABEC1 TO RELSINC-REG
               WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELSINC-REG
               WRITE RELSINC-REG AFTER ADVANCING PAGE
           END-IF
           MOVE WS-LIN-CABEC2 TO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       9100-IMPRIMIR-LINHA.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-DETALHE TO RELSINC-REG
           WRITE RELSINC-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       9100-IMPRIMIR-LINHA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-SINCRONIZA-SENSORES.

      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: APURACAO NOTURNA DA EXPOSICAO DE LOTES DE PRODUTO
      * Tectonics: cobc
      ******************************************************************
      * Historico de alteracoes:
      * 15/10/2026  CM  Programa criado para confrontar cada colocacao
      *                 de lote do LOTECAD com as leituras do TEMPLOG
      *                 do seu sensor dentro do periodo em que o lote
      *                 esteve no local, contra a faixa admitida pelo
      *                 proprio lote (convertida para a escala da
      *                 faixa). A apuracao e incremental: cada
      *                 colocacao guarda o ultimo dia apurado e a
      *                 ultima leitura considerada, e cada execucao
      *                 trata os dias seguintes ate a data informada,
      *                 de modo que uma noite perdida e recuperada na
      *                 seguinte e o reprocessamento de uma data ja
      *                 apurada nao duplica minutos. O tempo entre uma
      *                 leitura fora da faixa e a leitura seguinte (ou
      *                 a saida do lote) conta como exposicao; o pico e
      *                 a leitura mais distante da faixa. Lotes
      *                 expostos sem disposicao da garantia da
      *                 qualidade sao gravados no arquivo de
      *                 candidatos a quarentena LOTEQUAR e listados no
      *                 relatorio RELEXPO, com os alertas (ALERTAS) e
      *                 as excursoes (EXCURSAO) do sensor no periodo
      *                 da colocacao. Leituras estornadas sao
      *                 ignoradas.
      * 15/10/2026  CM  A data apurada passa a ser, por omissao, a de
      *                 ontem; a de hoje ou posterior e a data nao
      *                 numerica sao recusadas. Falha ao abrir o
      *                 TEMPLOG cancela a apuracao sem gravar o
      *                 LOTECAD, o LOTEQUAR nem o relatorio.
      * 15/10/2026  CM  A apuracao passa a ser feita em blocos de ate
      *                 500 colocacoes, em sequencia pela chave do
      *                 LOTECAD, ate esgotar o cadastro; antes, as
      *                 colocacoes alem da tabela nunca eram apuradas.
      *                 A lista de colocacoes sem leitura reune todos
      *                 os blocos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERSOR-EXPOSICAO-LOTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTECAD-ARQ ASSIGN TO "LOTECAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WS-STATUS-LOTECAD.
           SELECT TEMPLOG-ARQ ASSIGN TO "TEMPLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-STATUS-TEMPLOG.
           SELECT ALERTAS-ARQ ASSIGN TO "ALERTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTAS.
           SELECT EXCURSAO-ARQ ASSIGN TO "EXCURSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCURSAO.
           SELECT LOTEQUAR-ARQ ASSIGN TO "LOTEQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTEQUAR.
           SELECT RELEXPO-ARQ ASSIGN TO "RELEXPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELEXPO.
       DATA DIVISION.
       FILE SECTION.
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

       FD  ALERTAS-ARQ.
       01  ALERTAS-REG.
           05 AL-DATA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-HORA             PIC 9(08).
           05 FILLER              PIC X(01).
           05 AL-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(25).
           05 AL-SEVERIDADE       PIC X(08).
           05 FILLER              PIC X(01).
           05 AL-SITUACAO         PIC X(01).
           05 FILLER              PIC X(01).
           05 AL-OBSERVACAO       PIC X(30).

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
           05 FILLER              PIC X(32).

      ******************************************************************
      * LOTEQUAR - um registro por colocacao exposta aguardando a
      * disposicao da garantia da qualidade, regravado a cada
      * apuracao: chave e dados do lote, faixa admitida, minutos e
      * leituras fora da faixa, pico e sentido, primeira leitura
      * fora, alertas (e, destes, criticos) e excursoes do sensor no
      * periodo e LQ-NOVO = "S" quando a exposicao foi detectada
      * nesta apuracao.
      ******************************************************************
       FD  LOTEQUAR-ARQ.
       01  LOTEQUAR-REG.
           05 LQ-DATA-APUR        PIC 9(08).
           05 FILLER              PIC X(01).
           05 LQ-LOTE             PIC X(12).
           05 FILLER              PIC X(01).
           05 LQ-DATA-ENTRADA     PIC 9(08).
           05 FILLER              PIC X(01).
           05 LQ-HORA-ENTRADA     PIC 9(04).
           05 FILLER              PIC X(01).
           05 LQ-DATA-SAIDA       PIC 9(08).
           05 FILLER              PIC X(01).
           05 LQ-HORA-SAIDA       PIC 9(04).
           05 FILLER              PIC X(01).
           05 LQ-PRODUTO          PIC X(30).
           05 FILLER              PIC X(01).
           05 LQ-QUANTIDADE       PIC 9(07).
           05 FILLER              PIC X(01).
           05 LQ-UNIDADE          PIC X(03).
           05 FILLER              PIC X(01).
           05 LQ-SENSOR-ID        PIC X(06).
           05 FILLER              PIC X(01).
           05 LQ-ESCALA           PIC X(01).
           05 FILLER              PIC X(01).
           05 LQ-FAIXA-MIN        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 LQ-FAIXA-MAX        PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 LQ-EXP-MINUTOS      PIC 9(07).
           05 FILLER              PIC X(01).
           05 LQ-EXP-LEITURAS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 LQ-EXP-PICO         PIC -(05)9.99.
           05 FILLER              PIC X(01).
           05 LQ-EXP-SENTIDO      PIC X(01).
           05 FILLER              PIC X(01).
           05 LQ-PRIM-DATA        PIC 9(08).
           05 FILLER              PIC X(01).
           05 LQ-PRIM-HORA        PIC 9(04).
           05 FILLER              PIC X(01).
           05 LQ-QTD-ALERTAS      PIC 9(05).
           05 FILLER              PIC X(01).
           05 LQ-QTD-CRITICOS     PIC 9(05).
           05 FILLER              PIC X(01).
           05 LQ-QTD-EXCURSOES    PIC 9(05).
           05 FILLER              PIC X(01).
           05 LQ-NOVO             PIC X(01).

       FD  RELEXPO-ARQ.
       01  RELEXPO-REG            PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-LOTECAD  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-TEMPLOG  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-ALERTAS  PIC X(02)      VALUE SPACES.
       77  WS-STATUS-EXCURSAO PIC X(02)      VALUE SPACES.
       77  WS-STATUS-LOTEQUAR PIC X(02)      VALUE SPACES.
       77  WS-STATUS-RELEXPO  PIC X(02)      VALUE SPACES.
       77  WS-FIM-LOTECAD     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-LOTECAD              VALUE "S".
       77  WS-FIM-TEMPLOG     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-TEMPLOG              VALUE "S".
       77  WS-FIM-ARQUIVO     PIC X(01)      VALUE "N".
           88 WS-FIM-DO-ARQUIVO              VALUE "S".
       77  WS-CANCELADO       PIC X(01)      VALUE "N".
           88 WS-EXECUCAO-CANCELADA          VALUE "S".
       77  WS-DATA-INF        PIC X(08)      VALUE SPACES.
       77  WS-DATA-REL        PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-HOJE       PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-INICIAL    PIC 9(08)      VALUE ZEROS.
       77  WS-DATA-LOTE       PIC 9(08)      VALUE ZEROS.
       77  WS-MOMENTO-FIM-REL PIC 9(12)      VALUE ZEROS.
       77  WS-MOMENTO-LEIT    PIC 9(12)      VALUE ZEROS.
       77  WS-MOMENTO-FIM-EXC PIC 9(12)      VALUE ZEROS.
       77  WS-SEM-SAIDA       PIC 9(12)      VALUE 999999999999.
       77  WS-LOT-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-LOT-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-CAN-SUB         PIC 9(03) COMP VALUE ZEROS.
       77  WS-CAN-QTD         PIC 9(03) COMP VALUE ZEROS.
       77  WS-CHAVE-BUSCA     PIC X(24)      VALUE SPACES.
       77  WS-ULT-CHAVE-LOTE  PIC X(24)      VALUE SPACES.
       77  WS-LOTES-RESTANTES PIC X(01)      VALUE "S".
           88 WS-HA-LOTES-RESTANTES          VALUE "S".
       77  WS-SL-SUB          PIC 9(03) COMP VALUE ZEROS.
       77  WS-SL-QTD          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LOT-ACHOU       PIC X(01)      VALUE "N".
           88 WS-LOT-ENCONTRADO              VALUE "S".
       77  WS-TEMPER-NUM      PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-TEMPER-CELS     PIC S9(05)V9(04) VALUE ZEROS.
       77  WS-TEMPER-LOTE     PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-DESVIO          PIC S9(05)V9(02) VALUE ZEROS.
       77  WS-SENTIDO-LEIT    PIC X(01)      VALUE "N".
       77  WS-ESCALA-OK       PIC X(01)      VALUE "S".
           88 WS-ESCALA-VALIDA               VALUE "S".
       77  WS-MINUTOS         PIC S9(09) COMP VALUE ZEROS.
       77  WS-QTD-APURADAS    PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-BLOCOS      PIC 9(05) COMP VALUE ZEROS.
       77  WS-QTD-CONFRONTADAS PIC 9(09) COMP VALUE ZEROS.
       77  WS-QTD-FORA        PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-NOVOS       PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-SEM-LEITURA PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-CANDIDATOS  PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-LISTADOS    PIC 9(07) COMP VALUE ZEROS.
       77  WS-QTD-EDT         PIC ZZZZZZ9    VALUE ZEROS.
       77  WS-PAGINA          PIC 9(03) COMP VALUE ZEROS.
       77  WS-LINHA-CONT      PIC 9(02) COMP VALUE 99.
       77  WS-LINHAS-PAGINA   PIC 9(02) COMP VALUE 55.

      ******************************************************************
      * WS-HORA-PARTES - visao de um campo de hora HHMMSScc do
      * TEMPLOG e do ALERTAS para montar o momento AAAAMMDDHHMM.
      ******************************************************************
       01  WS-HORA-PARTES.
           05 WS-HP-HH            PIC 9(02).
           05 WS-HP-MM            PIC 9(02).
           05 WS-HP-SS            PIC 9(02).
           05 WS-HP-CC            PIC 9(02).
       01  WS-HORA-NUM REDEFINES WS-HORA-PARTES PIC 9(08).

      ******************************************************************
      * WS-MOMENTO-DE / WS-MOMENTO-ATE - momentos AAAAMMDDHHMM entre
      * os quais 8200-CALCULAR-MINUTOS mede a duracao em minutos.
      ******************************************************************
       01  WS-MOMENTO-DE-P.
           05 WS-MDE-DATA         PIC 9(08).
           05 WS-MDE-HH           PIC 9(02).
           05 WS-MDE-MM           PIC 9(02).
       01  WS-MOMENTO-DE REDEFINES WS-MOMENTO-DE-P PIC 9(12).
       01  WS-MOMENTO-ATE-P.
           05 WS-MATE-DATA        PIC 9(08).
           05 WS-MATE-HH          PIC 9(02).
           05 WS-MATE-MM          PIC 9(02).
       01  WS-MOMENTO-ATE REDEFINES WS-MOMENTO-ATE-P PIC 9(12).

      ******************************************************************
      * WS-LOTES - uma entrada por colocacao a apurar nesta execucao,
      * com o periodo (entrada e saida como AAAAMMDDHHMM; sem saida,
      * WS-SEM-SAIDA), a faixa admitida, o ultimo dia ja apurado e o
      * estado acumulado da exposicao. WS-LOT-SIT-ANTERIOR guarda a
      * situacao lida do cadastro, para apontar as novas exposicoes.
      ******************************************************************
       01  WS-LOTES.
           05 WS-LOT-ITEM OCCURS 500 TIMES.
               10 WS-LOT-CHAVE     PIC X(24).
               10 WS-LOT-SENSOR    PIC X(06).
               10 WS-LOT-ESCALA    PIC X(01).
               10 WS-LOT-MIN       PIC S9(05)V9(02).
               10 WS-LOT-MAX       PIC S9(05)V9(02).
               10 WS-LOT-ENTRADA   PIC 9(12).
               10 WS-LOT-SAIDA     PIC 9(12).
               10 WS-LOT-DATA-SAI  PIC 9(08).
               10 WS-LOT-APUR      PIC 9(08).
               10 WS-LOT-SITUACAO  PIC X(01).
               10 WS-LOT-SIT-ANTERIOR PIC X(01).
               10 WS-LOT-MINUTOS   PIC 9(07)        COMP.
               10 WS-LOT-LEITURAS  PIC 9(05)        COMP.
               10 WS-LOT-PICO      PIC S9(05)V9(02).
               10 WS-LOT-SENTIDO   PIC X(01).
               10 WS-LOT-DESVIO    PIC S9(05)V9(02).
               10 WS-LOT-PRIMEIRA  PIC 9(12).
               10 WS-LOT-ULT-LEIT  PIC 9(12).
               10 WS-LOT-ULT-FORA  PIC X(01).
               10 WS-LOT-QTD-LEIT  PIC 9(07)        COMP.

      ******************************************************************
      * WS-SEM-LEITURAS - colocacoes sem leitura do sensor no periodo,
      * guardadas de todos os blocos para a lista do relatorio.
      ******************************************************************
       01  WS-SEM-LEITURAS.
           05 WS-SL-ITEM OCCURS 500 TIMES.
               10 WS-SL-CHAVE      PIC X(24).
               10 WS-SL-SENSOR     PIC X(06).

      ******************************************************************
      * WS-CANDIDATOS - colocacoes expostas sem disposicao, com a
      * imagem do registro do cadastro, o periodo para o confronto
      * com alertas e excursoes e as quantidades encontradas.
      ******************************************************************
       01  WS-CANDIDATOS.
           05 WS-CAN-ITEM OCCURS 500 TIMES.
               10 WS-CAN-REG       PIC X(220).
               10 WS-CAN-SENSOR    PIC X(06).
               10 WS-CAN-ENTRADA   PIC 9(12).
               10 WS-CAN-SAIDA     PIC 9(12).
               10 WS-CAN-ALERTAS   PIC 9(05)        COMP.
               10 WS-CAN-CRITICOS  PIC 9(05)        COMP.
               10 WS-CAN-EXCURSOES PIC 9(05)        COMP.
               10 WS-CAN-NOVO      PIC X(01).

       01  WS-LIN-CABEC1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(46)  VALUE
               "CONVERSOR DE TEMPERATURA - EXPOSICAO DE LOTES ".
           05 FILLER              PIC X(08)  VALUE "ATE    -".
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 CAB-DATA            PIC 9(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "PAGINA ".
           05 CAB-PAGINA          PIC ZZ9.

       01  WS-LIN-ROTULO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 ROT-TEXTO           PIC X(50).
           05 ROT-QTD             PIC ZZZZZZZZ9.

       01  WS-LIN-TEXTO.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 TXT-TEXTO           PIC X(90).

       01  WS-LIN-CANDIDATO1.
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 DC1-LOTE            PIC X(12).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DC1-DATA-ENT        PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC1-HORA-ENT        PIC 9(04).
           05 FILLER              PIC X(03)  VALUE " A ".
           05 DC1-DATA-SAI        PIC X(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC1-HORA-SAI        PIC X(04).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 DC1-PRODUTO         PIC X(30).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC1-QTD             PIC ZZZZZZ9.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC1-UNIDADE         PIC X(03).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC1-NOVO            PIC X(04).

       01  WS-LIN-CANDIDATO2.
           05 FILLER              PIC X(07)  VALUE SPACES.
           05 FILLER              PIC X(07)  VALUE "SENSOR ".
           05 DC2-SENSOR          PIC X(06).
           05 FILLER              PIC X(08)  VALUE "  FAIXA ".
           05 DC2-MIN             PIC -(05)9.99.
           05 FILLER              PIC X(03)  VALUE " A ".
           05 DC2-MAX             PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC2-ESCALA          PIC X(01).
           05 FILLER              PIC X(07)  VALUE "  PICO ".
           05 DC2-PICO            PIC -(05)9.99.
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC2-SENTIDO         PIC X(06).
           05 FILLER              PIC X(08)  VALUE "  DESDE ".
           05 DC2-PRIM-DATA       PIC 9(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DC2-PRIM-HORA       PIC 9(04).

       01  WS-LIN-CANDIDATO3.
           05 FILLER              PIC X(07)  VALUE SPACES.
           05 FILLER              PIC X(09)  VALUE "MIN FORA ".
           05 DC3-MINUTOS         PIC ZZZZZZ9.
           05 FILLER              PIC X(12)  VALUE "  LEIT FORA ".
           05 DC3-LEITURAS        PIC ZZZZ9.
           05 FILLER              PIC X(10)  VALUE "  ALERTAS ".
           05 DC3-ALERTAS         PIC ZZZZ9.
           05 FILLER              PIC X(06)  VALUE " CRIT ".
           05 DC3-CRITICOS        PIC ZZZZ9.
           05 FILLER              PIC X(12)  VALUE "  EXCURSOES ".
           05 DC3-EXCURSOES       PIC ZZZZ9.

       01  WS-LIN-SEM-LEITURA.
           05 FILLER              PIC X(07)  VALUE SPACES.
           05 DSL-LOTE            PIC X(12).
           05 FILLER              PIC X(10)  VALUE "  ENTRADA ".
           05 DSL-DATA-ENT        PIC X(08).
           05 FILLER              PIC X(01)  VALUE SPACE.
           05 DSL-HORA-ENT        PIC X(04).
           05 FILLER              PIC X(09)  VALUE "  SENSOR ".
           05 DSL-SENSOR          PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF WS-EXECUCAO-CANCELADA
               GO TO MAIN-FIM
           END-IF

           MOVE SPACES TO WS-ULT-CHAVE-LOTE
           MOVE "S"    TO WS-LOTES-RESTANTES
           PERFORM 1500-APURAR-BLOCO THRU 1500-APURAR-BLOCO-EXIT
               UNTIL NOT WS-HA-LOTES-RESTANTES
                  OR WS-EXECUCAO-CANCELADA
           IF WS-EXECUCAO-CANCELADA
               CLOSE LOTECAD-ARQ
               GO TO MAIN-FIM
           END-IF

           PERFORM 4000-SELECIONAR-CANDIDATOS THRU
                   4000-SELECIONAR-CANDIDATOS-EXIT
           IF WS-CAN-QTD > 0
               PERFORM 4500-CONFRONTAR-ALERTAS THRU
                       4500-CONFRONTAR-ALERTAS-EXIT
               PERFORM 4700-CONFRONTAR-EXCURSOES THRU
                       4700-CONFRONTAR-EXCURSOES-EXIT
           END-IF

           PERFORM 5000-GRAVAR-CANDIDATOS THRU
                   5000-GRAVAR-CANDIDATOS-EXIT

           OPEN OUTPUT RELEXPO-ARQ
           PERFORM 6000-IMPRIMIR-RELATORIO THRU
                   6000-IMPRIMIR-RELATORIO-EXIT
           CLOSE RELEXPO-ARQ
           CLOSE LOTECAD-ARQ

           DISPLAY "EXPOSICAO DE LOTES APURADA ATE " WS-DATA-REL
               " - COLOCACOES APURADAS: " WS-QTD-APURADAS
               " NOVAS EXPOSICOES: " WS-QTD-NOVOS
           DISPLAY "CANDIDATOS A QUARENTENA GRAVADOS EM LOTEQUAR E "
               "RELEXPO: " WS-QTD-CANDIDATOS
           .
       MAIN-FIM.
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZAR - obtem a data ate a qual apurar (branco usa
      * a de ontem) e abre o cadastro de colocacoes para atualizacao.
      * So se apura dia ja encerrado: a data de hoje, ou posterior,
      * e recusada, pois a ultima leitura guardada pularia as
      * leituras que ainda chegarem no dia. Sem o cadastro nao ha
      * apuracao possivel.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "INFORME A DATA A APURAR (AAAAMMDD) OU BRANCO "
               "P/ ONTEM"
           ACCEPT WS-DATA-INF

           IF WS-DATA-INF = SPACES
               COMPUTE WS-DATA-REL = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
           ELSE
               IF WS-DATA-INF NOT NUMERIC
                   DISPLAY "DATA INVALIDA - APURACAO CANCELADA"
                   SET WS-EXECUCAO-CANCELADA TO TRUE
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
               MOVE WS-DATA-INF TO WS-DATA-REL
           END-IF
           IF WS-DATA-REL NOT < WS-DATA-HOJE
               DISPLAY "DATA " WS-DATA-REL " AINDA NAO ENCERRADA - "
                   "APURACAO CANCELADA"
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF
           COMPUTE WS-MOMENTO-FIM-REL = WS-DATA-REL * 10000 + 2359

           OPEN I-O LOTECAD-ARQ
           IF WS-STATUS-LOTECAD NOT = "00"
               DISPLAY "CADASTRO LOTECAD INDISPONIVEL (STATUS "
                   WS-STATUS-LOTECAD ") - APURACAO CANCELADA"
               SET WS-EXECUCAO-CANCELADA TO TRUE
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * 1500-APURAR-BLOCO - apura um bloco de ate 500 colocacoes do
      * LOTECAD, a partir da seguinte a ultima do bloco anterior:
      * carrega a tabela, confronta o TEMPLOG e regrava o resultado.
      * Enquanto a tabela enche, resta outro bloco a apurar.
      ******************************************************************
       1500-APURAR-BLOCO.
           PERFORM 2000-CARREGAR-LOTES THRU 2000-CARREGAR-LOTES-EXIT
           IF WS-LOT-QTD = 0
               GO TO 1500-APURAR-BLOCO-EXIT
           END-IF

           ADD 1 TO WS-QTD-BLOCOS
           PERFORM 3000-APURAR-TEMPLOG THRU 3000-APURAR-TEMPLOG-EXIT
           IF WS-EXECUCAO-CANCELADA
               GO TO 1500-APURAR-BLOCO-EXIT
           END-IF
           PERFORM 3900-ENCERRAR-LOTE THRU 3900-ENCERRAR-LOTE-EXIT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-QTD
           .
       1500-APURAR-BLOCO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGAR-LOTES - percorre o LOTECAD e carrega na tabela
      * as colocacoes com dias a apurar: entrada ate a data da
      * apuracao, ultimo dia apurado anterior a ela e, se o lote ja
      * saiu, anterior ao dia da saida. Calcula a data inicial da
      * leitura do TEMPLOG. Comeca depois de WS-ULT-CHAVE-LOTE (em
      * branco, no inicio do cadastro) e para com a tabela cheia,
      * deixando WS-HA-LOTES-RESTANTES ligado para o proximo bloco.
      ******************************************************************
       2000-CARREGAR-LOTES.
           MOVE ZEROS       TO WS-LOT-QTD
           MOVE "N"         TO WS-LOTES-RESTANTES
           MOVE WS-DATA-REL TO WS-DATA-INICIAL
           MOVE "N"         TO WS-FIM-LOTECAD
           IF WS-ULT-CHAVE-LOTE = SPACES
               MOVE SPACES      TO LT-LOTE
               MOVE ZEROS       TO LT-DATA-ENTRADA
               MOVE ZEROS       TO LT-HORA-ENTRADA
               START LOTECAD-ARQ KEY NOT < LT-CHAVE
                   INVALID KEY
                       SET WS-FIM-DO-LOTECAD TO TRUE
               END-START
           ELSE
               MOVE WS-ULT-CHAVE-LOTE TO LT-CHAVE
               START LOTECAD-ARQ KEY > LT-CHAVE
                   INVALID KEY
                       SET WS-FIM-DO-LOTECAD TO TRUE
               END-START
           END-IF

           PERFORM 2100-CARREGAR-LOTE THRU 2100-CARREGAR-LOTE-EXIT
               UNTIL WS-FIM-DO-LOTECAD
           .
       2000-CARREGAR-LOTES-EXIT.
           EXIT.

       2100-CARREGAR-LOTE.
           READ LOTECAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-LOTECAD TO TRUE
           END-READ
           IF WS-FIM-DO-LOTECAD
               GO TO 2100-CARREGAR-LOTE-EXIT
           END-IF

           IF LT-DATA-ENTRADA > WS-DATA-REL
                   OR LT-EXP-DATA-APUR NOT < WS-DATA-REL
               GO TO 2100-CARREGAR-LOTE-EXIT
           END-IF
           IF LT-DATA-SAIDA > 0
                   AND LT-EXP-DATA-APUR NOT < LT-DATA-SAIDA
               GO TO 2100-CARREGAR-LOTE-EXIT
           END-IF

           IF WS-LOT-QTD >= 500
               SET WS-HA-LOTES-RESTANTES TO TRUE
               SET WS-FIM-DO-LOTECAD     TO TRUE
               GO TO 2100-CARREGAR-LOTE-EXIT
           END-IF

           ADD 1 TO WS-LOT-QTD
           MOVE LT-CHAVE        TO WS-ULT-CHAVE-LOTE
           MOVE LT-CHAVE        TO WS-LOT-CHAVE     (WS-LOT-QTD)
           MOVE LT-SENSOR-ID    TO WS-LOT-SENSOR    (WS-LOT-QTD)
           MOVE LT-ESCALA       TO WS-LOT-ESCALA    (WS-LOT-QTD)
           MOVE LT-FAIXA-MIN    TO WS-LOT-MIN       (WS-LOT-QTD)
           MOVE LT-FAIXA-MAX    TO WS-LOT-MAX       (WS-LOT-QTD)
           COMPUTE WS-LOT-ENTRADA (WS-LOT-QTD) =
               LT-DATA-ENTRADA * 10000 + LT-HORA-ENTRADA
           MOVE LT-DATA-SAIDA   TO WS-LOT-DATA-SAI  (WS-LOT-QTD)
           IF LT-DATA-SAIDA > 0
               COMPUTE WS-LOT-SAIDA (WS-LOT-QTD) =
                   LT-DATA-SAIDA * 10000 + LT-HORA-SAIDA
           ELSE
               MOVE WS-SEM-SAIDA TO WS-LOT-SAIDA    (WS-LOT-QTD)
           END-IF
           MOVE LT-EXP-DATA-APUR TO WS-LOT-APUR     (WS-LOT-QTD)
           MOVE LT-EXP-SITUACAO TO WS-LOT-SITUACAO  (WS-LOT-QTD)
           MOVE LT-EXP-SITUACAO TO WS-LOT-SIT-ANTERIOR (WS-LOT-QTD)
           MOVE ZEROS           TO WS-LOT-QTD-LEIT  (WS-LOT-QTD)

           IF LT-NAO-APURADO
               MOVE ZEROS       TO WS-LOT-MINUTOS   (WS-LOT-QTD)
               MOVE ZEROS       TO WS-LOT-LEITURAS  (WS-LOT-QTD)
               MOVE ZEROS       TO WS-LOT-PICO      (WS-LOT-QTD)
               MOVE SPACE       TO WS-LOT-SENTIDO   (WS-LOT-QTD)
               MOVE ZEROS       TO WS-LOT-PRIMEIRA  (WS-LOT-QTD)
               MOVE ZEROS       TO WS-LOT-ULT-LEIT  (WS-LOT-QTD)
               MOVE "N"         TO WS-LOT-ULT-FORA  (WS-LOT-QTD)
           ELSE
               MOVE LT-EXP-MINUTOS  TO WS-LOT-MINUTOS  (WS-LOT-QTD)
               MOVE LT-EXP-LEITURAS TO WS-LOT-LEITURAS (WS-LOT-QTD)
               MOVE LT-EXP-PICO     TO WS-LOT-PICO     (WS-LOT-QTD)
               MOVE LT-EXP-SENTIDO  TO WS-LOT-SENTIDO  (WS-LOT-QTD)
               COMPUTE WS-LOT-PRIMEIRA (WS-LOT-QTD) =
                   LT-EXP-PRIM-DATA * 10000 + LT-EXP-PRIM-HORA
               COMPUTE WS-LOT-ULT-LEIT (WS-LOT-QTD) =
                   LT-ULT-LEIT-DATA * 10000 + LT-ULT-LEIT-HORA
               MOVE LT-ULT-FORA     TO WS-LOT-ULT-FORA (WS-LOT-QTD)
           END-IF

           EVALUATE WS-LOT-SENTIDO (WS-LOT-QTD)
               WHEN "A"
                   COMPUTE WS-LOT-DESVIO (WS-LOT-QTD) =
                       WS-LOT-PICO (WS-LOT-QTD)
                     - WS-LOT-MAX (WS-LOT-QTD)
               WHEN "B"
                   COMPUTE WS-LOT-DESVIO (WS-LOT-QTD) =
                       WS-LOT-MIN (WS-LOT-QTD)
                     - WS-LOT-PICO (WS-LOT-QTD)
               WHEN OTHER
                   MOVE ZEROS TO WS-LOT-DESVIO (WS-LOT-QTD)
           END-EVALUATE

           IF LT-EXP-DATA-APUR > 0
               MOVE LT-EXP-DATA-APUR TO WS-DATA-LOTE
           ELSE
               MOVE LT-DATA-ENTRADA  TO WS-DATA-LOTE
           END-IF
           IF WS-DATA-LOTE < WS-DATA-INICIAL
               MOVE WS-DATA-LOTE TO WS-DATA-INICIAL
           END-IF
           .
       2100-CARREGAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-APURAR-TEMPLOG - posiciona o log na data inicial e trata
      * cada leitura de sensor ate o fim da data da apuracao, na
      * ordem de gravacao (data, hora e sequencia). Sem o log a
      * apuracao e cancelada, para nao dar os dias por apurados.
      ******************************************************************
       3000-APURAR-TEMPLOG.
           OPEN INPUT TEMPLOG-ARQ
           IF WS-STATUS-TEMPLOG NOT = "00"
               DISPLAY "LOG TEMPLOG INDISPONIVEL (STATUS "
                   WS-STATUS-TEMPLOG ") - APURACAO CANCELADA"
               SET WS-EXECUCAO-CANCELADA TO TRUE
               GO TO 3000-APURAR-TEMPLOG-EXIT
           END-IF

           MOVE "N"             TO WS-FIM-TEMPLOG
           MOVE SPACES          TO TEMPLOG-REG
           MOVE WS-DATA-INICIAL TO TL-DATA
           MOVE ZEROS           TO TL-HORA
           MOVE ZEROS           TO TL-SEQ
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
      * 3200-TRATAR-LEITURA - leva a leitura de sensor (nao estornada)
      * a todas as colocacoes do mesmo sensor. Registros sem sensor
      * vieram dos modos interativo/lote e ficam fora da apuracao.
      ******************************************************************
       3200-TRATAR-LEITURA.
           IF TL-SENSOR-ID = SPACES OR TL-ESTORNADO
               GO TO 3200-TRATAR-LEITURA-FIM
           END-IF

           MOVE TL-HORA TO WS-HORA-NUM
           COMPUTE WS-MOMENTO-LEIT = TL-DATA * 10000
               + WS-HP-HH * 100 + WS-HP-MM
           MOVE TL-TEMPER TO WS-TEMPER-NUM

           PERFORM 3300-AVALIAR-LOTE THRU 3300-AVALIAR-LOTE-EXIT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-QTD
           .
       3200-TRATAR-LEITURA-FIM.
           PERFORM 3100-LER-TEMPLOG THRU 3100-LER-TEMPLOG-EXIT
           .
       3200-TRATAR-LEITURA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-AVALIAR-LOTE - confronta a leitura com a colocacao
      * WS-LOT-SUB quando ela e do sensor da colocacao, de um dia
      * ainda nao apurado e dentro do periodo entre a entrada e a
      * saida. O intervalo desde a leitura anterior soma-se a
      * exposicao quando aquela estava fora da faixa; a leitura fora
      * da faixa conta como leitura exposta e pode ser o novo pico.
      ******************************************************************
       3300-AVALIAR-LOTE.
           IF WS-LOT-SENSOR (WS-LOT-SUB) NOT = TL-SENSOR-ID
               GO TO 3300-AVALIAR-LOTE-EXIT
           END-IF
           IF TL-DATA NOT > WS-LOT-APUR (WS-LOT-SUB)
               GO TO 3300-AVALIAR-LOTE-EXIT
           END-IF
           IF WS-MOMENTO-LEIT < WS-LOT-ENTRADA (WS-LOT-SUB)
                   OR WS-MOMENTO-LEIT > WS-LOT-SAIDA (WS-LOT-SUB)
               GO TO 3300-AVALIAR-LOTE-EXIT
           END-IF

           PERFORM 8300-CONVERTER-ESCALA THRU
                   8300-CONVERTER-ESCALA-EXIT
           IF NOT WS-ESCALA-VALIDA
               GO TO 3300-AVALIAR-LOTE-EXIT
           END-IF

           ADD 1 TO WS-LOT-QTD-LEIT (WS-LOT-SUB)
           ADD 1 TO WS-QTD-CONFRONTADAS

           IF WS-LOT-ULT-FORA (WS-LOT-SUB) = "S"
               MOVE WS-LOT-ULT-LEIT (WS-LOT-SUB) TO WS-MOMENTO-DE
               MOVE WS-MOMENTO-LEIT              TO WS-MOMENTO-ATE
               PERFORM 8200-CALCULAR-MINUTOS THRU
                       8200-CALCULAR-MINUTOS-EXIT
               ADD WS-MINUTOS TO WS-LOT-MINUTOS (WS-LOT-SUB)
           END-IF
           MOVE WS-MOMENTO-LEIT TO WS-LOT-ULT-LEIT (WS-LOT-SUB)

           EVALUATE TRUE
               WHEN WS-TEMPER-LOTE > WS-LOT-MAX (WS-LOT-SUB)
                   MOVE "A" TO WS-SENTIDO-LEIT
                   COMPUTE WS-DESVIO =
                       WS-TEMPER-LOTE - WS-LOT-MAX (WS-LOT-SUB)
               WHEN WS-TEMPER-LOTE < WS-LOT-MIN (WS-LOT-SUB)
                   MOVE "B" TO WS-SENTIDO-LEIT
                   COMPUTE WS-DESVIO =
                       WS-LOT-MIN (WS-LOT-SUB) - WS-TEMPER-LOTE
               WHEN OTHER
                   MOVE "N" TO WS-LOT-ULT-FORA (WS-LOT-SUB)
                   GO TO 3300-AVALIAR-LOTE-EXIT
           END-EVALUATE

           MOVE "S" TO WS-LOT-ULT-FORA (WS-LOT-SUB)
           ADD 1 TO WS-LOT-LEITURAS (WS-LOT-SUB)
           ADD 1 TO WS-QTD-FORA
           IF WS-LOT-SITUACAO (WS-LOT-SUB) NOT = "S"
               MOVE "S"             TO WS-LOT-SITUACAO (WS-LOT-SUB)
               MOVE WS-MOMENTO-LEIT TO WS-LOT-PRIMEIRA (WS-LOT-SUB)
           END-IF
           IF WS-DESVIO > WS-LOT-DESVIO (WS-LOT-SUB)
               MOVE WS-DESVIO       TO WS-LOT-DESVIO  (WS-LOT-SUB)
               MOVE WS-TEMPER-LOTE  TO WS-LOT-PICO    (WS-LOT-SUB)
               MOVE WS-SENTIDO-LEIT TO WS-LOT-SENTIDO (WS-LOT-SUB)
           END-IF
           .
       3300-AVALIAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 3900-ENCERRAR-LOTE - fecha a apuracao da colocacao WS-LOT-SUB:
      * se o lote saiu ate a data apurada com a ultima leitura fora
      * da faixa, o tempo ate a saida conta como exposicao; a
      * colocacao sem leitura fora fica como sem exposicao. O
      * resultado e regravado no LOTECAD com a data apurada.
      ******************************************************************
       3900-ENCERRAR-LOTE.
           IF WS-LOT-DATA-SAI (WS-LOT-SUB) > 0
                   AND WS-LOT-DATA-SAI (WS-LOT-SUB) NOT > WS-DATA-REL
                   AND WS-LOT-ULT-FORA (WS-LOT-SUB) = "S"
               MOVE WS-LOT-ULT-LEIT (WS-LOT-SUB) TO WS-MOMENTO-DE
               MOVE WS-LOT-SAIDA (WS-LOT-SUB)    TO WS-MOMENTO-ATE
               PERFORM 8200-CALCULAR-MINUTOS THRU
                       8200-CALCULAR-MINUTOS-EXIT
               ADD WS-MINUTOS TO WS-LOT-MINUTOS (WS-LOT-SUB)
               MOVE WS-LOT-SAIDA (WS-LOT-SUB)
                   TO WS-LOT-ULT-LEIT (WS-LOT-SUB)
               MOVE "N" TO WS-LOT-ULT-FORA (WS-LOT-SUB)
           END-IF
           IF WS-LOT-SITUACAO (WS-LOT-SUB) = SPACE
               MOVE "N" TO WS-LOT-SITUACAO (WS-LOT-SUB)
           END-IF
           MOVE WS-DATA-REL TO WS-LOT-APUR (WS-LOT-SUB)

           IF WS-LOT-SITUACAO (WS-LOT-SUB) = "S"
                   AND WS-LOT-SIT-ANTERIOR (WS-LOT-SUB) NOT = "S"
               ADD 1 TO WS-QTD-NOVOS
           END-IF
           IF WS-LOT-QTD-LEIT (WS-LOT-SUB) = 0
               ADD 1 TO WS-QTD-SEM-LEITURA
               IF WS-SL-QTD < 500
                   ADD 1 TO WS-SL-QTD
                   MOVE WS-LOT-CHAVE (WS-LOT-SUB)
                       TO WS-SL-CHAVE (WS-SL-QTD)
                   MOVE WS-LOT-SENSOR (WS-LOT-SUB)
                       TO WS-SL-SENSOR (WS-SL-QTD)
               END-IF
           END-IF

           MOVE WS-LOT-CHAVE (WS-LOT-SUB) TO LT-CHAVE
           READ LOTECAD-ARQ
               INVALID KEY
                   DISPLAY "COLOCACAO " WS-LOT-CHAVE (WS-LOT-SUB)
                       " NAO ENCONTRADA NO LOTECAD - NAO REGRAVADA"
                   GO TO 3900-ENCERRAR-LOTE-EXIT
           END-READ

           MOVE WS-LOT-SITUACAO (WS-LOT-SUB) TO LT-EXP-SITUACAO
           MOVE WS-LOT-MINUTOS (WS-LOT-SUB)  TO LT-EXP-MINUTOS
           MOVE WS-LOT-LEITURAS (WS-LOT-SUB) TO LT-EXP-LEITURAS
           MOVE WS-LOT-PICO (WS-LOT-SUB)     TO LT-EXP-PICO
           MOVE WS-LOT-SENTIDO (WS-LOT-SUB)  TO LT-EXP-SENTIDO
           MOVE WS-LOT-PRIMEIRA (WS-LOT-SUB) TO WS-MOMENTO-DE
           MOVE WS-MDE-DATA                  TO LT-EXP-PRIM-DATA
           COMPUTE LT-EXP-PRIM-HORA = WS-MDE-HH * 100 + WS-MDE-MM
           MOVE WS-LOT-ULT-LEIT (WS-LOT-SUB) TO WS-MOMENTO-DE
           MOVE WS-MDE-DATA                  TO LT-ULT-LEIT-DATA
           COMPUTE LT-ULT-LEIT-HORA = WS-MDE-HH * 100 + WS-MDE-MM
           MOVE WS-LOT-ULT-FORA (WS-LOT-SUB) TO LT-ULT-FORA
           MOVE WS-LOT-APUR (WS-LOT-SUB)     TO LT-EXP-DATA-APUR

           REWRITE LOTECAD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR COLOCACAO "
                       WS-LOT-CHAVE (WS-LOT-SUB)
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-APURADAS
           END-REWRITE
           .
       3900-ENCERRAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-SELECIONAR-CANDIDATOS - percorre o LOTECAD ja atualizado
      * e guarda as colocacoes expostas ainda sem disposicao da
      * garantia da qualidade, candidatas a quarentena. Sem saida, o
      * periodo do confronto vai ate o fim da data apurada.
      ******************************************************************
       4000-SELECIONAR-CANDIDATOS.
           MOVE "N"    TO WS-FIM-LOTECAD
           MOVE SPACES TO LT-LOTE
           MOVE ZEROS  TO LT-DATA-ENTRADA
           MOVE ZEROS  TO LT-HORA-ENTRADA
           START LOTECAD-ARQ KEY NOT < LT-CHAVE
               INVALID KEY
                   SET WS-FIM-DO-LOTECAD TO TRUE
           END-START

           PERFORM 4100-AVALIAR-CANDIDATO THRU
                   4100-AVALIAR-CANDIDATO-EXIT
               UNTIL WS-FIM-DO-LOTECAD
           .
       4000-SELECIONAR-CANDIDATOS-EXIT.
           EXIT.

       4100-AVALIAR-CANDIDATO.
           READ LOTECAD-ARQ NEXT
               AT END
                   SET WS-FIM-DO-LOTECAD TO TRUE
           END-READ
           IF WS-FIM-DO-LOTECAD
               GO TO 4100-AVALIAR-CANDIDATO-EXIT
           END-IF
           IF NOT LT-EXPOSTO OR NOT LT-DISP-PENDENTE
               GO TO 4100-AVALIAR-CANDIDATO-EXIT
           END-IF

           ADD 1 TO WS-QTD-CANDIDATOS
           IF WS-CAN-QTD >= 500
               GO TO 4100-AVALIAR-CANDIDATO-EXIT
           END-IF

           ADD 1 TO WS-CAN-QTD
           MOVE LOTECAD-REG  TO WS-CAN-REG       (WS-CAN-QTD)
           MOVE LT-SENSOR-ID TO WS-CAN-SENSOR    (WS-CAN-QTD)
           COMPUTE WS-CAN-ENTRADA (WS-CAN-QTD) =
               LT-DATA-ENTRADA * 10000 + LT-HORA-ENTRADA
           IF LT-DATA-SAIDA > 0
               COMPUTE WS-CAN-SAIDA (WS-CAN-QTD) =
                   LT-DATA-SAIDA * 10000 + LT-HORA-SAIDA
           ELSE
               MOVE WS-MOMENTO-FIM-REL TO WS-CAN-SAIDA (WS-CAN-QTD)
           END-IF
           MOVE ZEROS TO WS-CAN-ALERTAS   (WS-CAN-QTD)
           MOVE ZEROS TO WS-CAN-CRITICOS  (WS-CAN-QTD)
           MOVE ZEROS TO WS-CAN-EXCURSOES (WS-CAN-QTD)

           MOVE "N"      TO WS-CAN-NOVO (WS-CAN-QTD)
           MOVE LT-CHAVE TO WS-CHAVE-BUSCA
           PERFORM 8000-LOCALIZAR-LOTE THRU 8000-LOCALIZAR-LOTE-EXIT
           IF WS-LOT-ENCONTRADO
                   AND WS-LOT-SIT-ANTERIOR (WS-LOT-SUB) NOT = "S"
               MOVE "S" TO WS-CAN-NOVO (WS-CAN-QTD)
           END-IF
           .
       4100-AVALIAR-CANDIDATO-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CONFRONTAR-ALERTAS - conta, para cada candidato, os
      * alertas do seu sensor disparados durante a colocacao (e,
      * destes, os de severidade CRITICA), qualquer que seja a
      * situacao atual do alerta.
      ******************************************************************
       4500-CONFRONTAR-ALERTAS.
           OPEN INPUT ALERTAS-ARQ
           IF WS-STATUS-ALERTAS NOT = "00"
               GO TO 4500-CONFRONTAR-ALERTAS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 4510-LER-ALERTA THRU 4510-LER-ALERTA-EXIT
           PERFORM 4520-TRATAR-ALERTA THRU 4520-TRATAR-ALERTA-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE ALERTAS-ARQ
           .
       4500-CONFRONTAR-ALERTAS-EXIT.
           EXIT.

       4510-LER-ALERTA.
           READ ALERTAS-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       4510-LER-ALERTA-EXIT.
           EXIT.

       4520-TRATAR-ALERTA.
           IF AL-DATA NUMERIC AND AL-HORA NUMERIC
               MOVE AL-HORA TO WS-HORA-NUM
               COMPUTE WS-MOMENTO-LEIT = AL-DATA * 10000
                   + WS-HP-HH * 100 + WS-HP-MM
               PERFORM 4530-CONTAR-ALERTA THRU 4530-CONTAR-ALERTA-EXIT
                   VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > WS-CAN-QTD
           END-IF

           PERFORM 4510-LER-ALERTA THRU 4510-LER-ALERTA-EXIT
           .
       4520-TRATAR-ALERTA-EXIT.
           EXIT.

       4530-CONTAR-ALERTA.
           IF AL-SENSOR-ID NOT = WS-CAN-SENSOR (WS-CAN-SUB)
                   OR WS-MOMENTO-LEIT < WS-CAN-ENTRADA (WS-CAN-SUB)
                   OR WS-MOMENTO-LEIT > WS-CAN-SAIDA (WS-CAN-SUB)
               GO TO 4530-CONTAR-ALERTA-EXIT
           END-IF

           ADD 1 TO WS-CAN-ALERTAS (WS-CAN-SUB)
           IF AL-SEVERIDADE = "CRITICA"
               ADD 1 TO WS-CAN-CRITICOS (WS-CAN-SUB)
           END-IF
           .
       4530-CONTAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      * 4700-CONFRONTAR-EXCURSOES - conta, para cada candidato, as
      * excursoes do seu sensor que se sobrepoem ao periodo da
      * colocacao (inicio ate a saida e fim a partir da entrada).
      ******************************************************************
       4700-CONFRONTAR-EXCURSOES.
           OPEN INPUT EXCURSAO-ARQ
           IF WS-STATUS-EXCURSAO NOT = "00"
               GO TO 4700-CONFRONTAR-EXCURSOES-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM 4710-LER-EXCURSAO THRU 4710-LER-EXCURSAO-EXIT
           PERFORM 4720-TRATAR-EXCURSAO THRU
                   4720-TRATAR-EXCURSAO-EXIT
               UNTIL WS-FIM-DO-ARQUIVO
           CLOSE EXCURSAO-ARQ
           .
       4700-CONFRONTAR-EXCURSOES-EXIT.
           EXIT.

       4710-LER-EXCURSAO.
           READ EXCURSAO-ARQ
               AT END
                   SET WS-FIM-DO-ARQUIVO TO TRUE
           END-READ
           .
       4710-LER-EXCURSAO-EXIT.
           EXIT.

       4720-TRATAR-EXCURSAO.
           IF EX-DATA-INICIO NUMERIC AND EX-DATA-FIM NUMERIC
               COMPUTE WS-MOMENTO-LEIT = EX-DATA-INICIO * 10000
                   + EX-HI-HH * 100 + EX-HI-MM
               COMPUTE WS-MOMENTO-FIM-EXC = EX-DATA-FIM * 10000
                   + EX-HF-HH * 100 + EX-HF-MM
               PERFORM 4730-CONTAR-EXCURSAO THRU
                       4730-CONTAR-EXCURSAO-EXIT
                   VARYING WS-CAN-SUB FROM 1 BY 1
                   UNTIL WS-CAN-SUB > WS-CAN-QTD
           END-IF

           PERFORM 4710-LER-EXCURSAO THRU 4710-LER-EXCURSAO-EXIT
           .
       4720-TRATAR-EXCURSAO-EXIT.
           EXIT.

       4730-CONTAR-EXCURSAO.
           IF EX-SENSOR-ID NOT = WS-CAN-SENSOR (WS-CAN-SUB)
                   OR WS-MOMENTO-LEIT > WS-CAN-SAIDA (WS-CAN-SUB)
                   OR WS-MOMENTO-FIM-EXC < WS-CAN-ENTRADA (WS-CAN-SUB)
               GO TO 4730-CONTAR-EXCURSAO-EXIT
           END-IF

           ADD 1 TO WS-CAN-EXCURSOES (WS-CAN-SUB)
           .
       4730-CONTAR-EXCURSAO-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVAR-CANDIDATOS - regrava o LOTEQUAR com os candidatos
      * a quarentena desta apuracao.
      ******************************************************************
       5000-GRAVAR-CANDIDATOS.
           OPEN OUTPUT LOTEQUAR-ARQ
           PERFORM 5100-GRAVAR-CANDIDATO THRU
                   5100-GRAVAR-CANDIDATO-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-QTD
           CLOSE LOTEQUAR-ARQ
           .
       5000-GRAVAR-CANDIDATOS-EXIT.
           EXIT.

       5100-GRAVAR-CANDIDATO.
           MOVE WS-CAN-REG (WS-CAN-SUB) TO LOTECAD-REG

           MOVE SPACES            TO LOTEQUAR-REG
           MOVE WS-DATA-REL       TO LQ-DATA-APUR
           MOVE LT-LOTE           TO LQ-LOTE
           MOVE LT-DATA-ENTRADA   TO LQ-DATA-ENTRADA
           MOVE LT-HORA-ENTRADA   TO LQ-HORA-ENTRADA
           MOVE LT-DATA-SAIDA     TO LQ-DATA-SAIDA
           MOVE LT-HORA-SAIDA     TO LQ-HORA-SAIDA
           MOVE LT-PRODUTO        TO LQ-PRODUTO
           MOVE LT-QUANTIDADE     TO LQ-QUANTIDADE
           MOVE LT-UNIDADE        TO LQ-UNIDADE
           MOVE LT-SENSOR-ID      TO LQ-SENSOR-ID
           MOVE LT-ESCALA         TO LQ-ESCALA
           MOVE LT-FAIXA-MIN      TO LQ-FAIXA-MIN
           MOVE LT-FAIXA-MAX      TO LQ-FAIXA-MAX
           MOVE LT-EXP-MINUTOS    TO LQ-EXP-MINUTOS
           MOVE LT-EXP-LEITURAS   TO LQ-EXP-LEITURAS
           MOVE LT-EXP-PICO       TO LQ-EXP-PICO
           MOVE LT-EXP-SENTIDO    TO LQ-EXP-SENTIDO
           MOVE LT-EXP-PRIM-DATA  TO LQ-PRIM-DATA
           MOVE LT-EXP-PRIM-HORA  TO LQ-PRIM-HORA
           MOVE WS-CAN-ALERTAS (WS-CAN-SUB)   TO LQ-QTD-ALERTAS
           MOVE WS-CAN-CRITICOS (WS-CAN-SUB)  TO LQ-QTD-CRITICOS
           MOVE WS-CAN-EXCURSOES (WS-CAN-SUB) TO LQ-QTD-EXCURSOES
           MOVE WS-CAN-NOVO (WS-CAN-SUB)      TO LQ-NOVO

           WRITE LOTEQUAR-REG
           .
       5100-GRAVAR-CANDIDATO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIMIR-RELATORIO - imprime o resumo da apuracao, os
      * candidatos a quarentena para a disposicao da garantia da
      * qualidade (tres linhas por colocacao) e as colocacoes que
      * nao tiveram leitura do sensor no periodo apurado.
      ******************************************************************
       6000-IMPRIMIR-RELATORIO.
           MOVE ZEROS TO WS-PAGINA
           MOVE 99    TO WS-LINHA-CONT

           MOVE "COLOCACOES APURADAS NESTA EXECUCAO" TO ROT-TEXTO
           MOVE WS-QTD-APURADAS     TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LEITURAS DO TEMPLOG CONFRONTADAS" TO ROT-TEXTO
           MOVE WS-QTD-CONFRONTADAS TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  LEITURAS FORA DA FAIXA DO LOTE" TO ROT-TEXTO
           MOVE WS-QTD-FORA         TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  NOVOS LOTES EXPOSTOS" TO ROT-TEXTO
           MOVE WS-QTD-NOVOS        TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           MOVE "  SEM LEITURA DO SENSOR NO PERIODO" TO ROT-TEXTO
           MOVE WS-QTD-SEM-LEITURA  TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT
           IF WS-QTD-BLOCOS > 1
               MOVE "  BLOCOS DE ATE 500 COLOCACOES APURADOS"
                   TO ROT-TEXTO
               MOVE WS-QTD-BLOCOS       TO ROT-QTD
               PERFORM 6990-IMPRIMIR-ROTULO THRU
                       6990-IMPRIMIR-ROTULO-EXIT
           END-IF
           MOVE "CANDIDATOS A QUARENTENA (DISPOSICAO QA PENDENTE)"
               TO ROT-TEXTO
           MOVE WS-QTD-CANDIDATOS   TO ROT-QTD
           PERFORM 6990-IMPRIMIR-ROTULO THRU
                   6990-IMPRIMIR-ROTULO-EXIT

           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           STRING "CANDIDATOS A QUARENTENA - LOTES EXPOSTOS FORA DA "
               "FAIXA ADMITIDA" DELIMITED BY SIZE INTO TXT-TEXTO
           PERFORM 6900-IMPRIMIR-TEXTO THRU 6900-IMPRIMIR-TEXTO-EXIT

           IF WS-CAN-QTD = 0
               MOVE "  NENHUM LOTE EXPOSTO AGUARDANDO DISPOSICAO"
                   TO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
           END-IF
           PERFORM 6100-IMPRIMIR-CANDIDATO THRU
                   6100-IMPRIMIR-CANDIDATO-EXIT
               VARYING WS-CAN-SUB FROM 1 BY 1
               UNTIL WS-CAN-SUB > WS-CAN-QTD
           IF WS-QTD-CANDIDATOS > WS-CAN-QTD
               MOVE SPACES TO TXT-TEXTO
               COMPUTE WS-QTD-EDT = WS-QTD-CANDIDATOS - WS-CAN-QTD
               STRING "  CANDIDATOS ALEM DA TABELA (500), NAO "
                   "LISTADOS: " WS-QTD-EDT
                   DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
           END-IF

           IF WS-QTD-SEM-LEITURA > 0
               PERFORM 6980-LINHA-EM-BRANCO THRU
                       6980-LINHA-EM-BRANCO-EXIT
               STRING "COLOCACOES SEM LEITURA DO SENSOR NO PERIODO "
                   "APURADO" DELIMITED BY SIZE INTO TXT-TEXTO
               PERFORM 6900-IMPRIMIR-TEXTO THRU
                       6900-IMPRIMIR-TEXTO-EXIT
               PERFORM 6200-IMPRIMIR-SEM-LEITURA THRU
                       6200-IMPRIMIR-SEM-LEITURA-EXIT
                   VARYING WS-SL-SUB FROM 1 BY 1
                   UNTIL WS-SL-SUB > WS-SL-QTD
               IF WS-QTD-SEM-LEITURA > WS-SL-QTD
                   MOVE SPACES TO TXT-TEXTO
                   COMPUTE WS-QTD-EDT = WS-QTD-SEM-LEITURA - WS-SL-QTD
                   STRING "  COLOCACOES ALEM DA TABELA (500), NAO "
                       "LISTADAS: " WS-QTD-EDT
                       DELIMITED BY SIZE INTO TXT-TEXTO
                   PERFORM 6900-IMPRIMIR-TEXTO THRU
                           6900-IMPRIMIR-TEXTO-EXIT
               END-IF
           END-IF
           .
       6000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       6100-IMPRIMIR-CANDIDATO.
           MOVE WS-CAN-REG (WS-CAN-SUB) TO LOTECAD-REG

           PERFORM 6980-LINHA-EM-BRANCO THRU
                   6980-LINHA-EM-BRANCO-EXIT
           IF WS-LINHA-CONT > WS-LINHAS-PAGINA - 3
               MOVE WS-LINHAS-PAGINA TO WS-LINHA-CONT
           END-IF

           MOVE LT-LOTE         TO DC1-LOTE
           MOVE LT-DATA-ENTRADA TO DC1-DATA-ENT
           MOVE LT-HORA-ENTRADA TO DC1-HORA-ENT
           IF LT-DATA-SAIDA > 0
               MOVE LT-DATA-SAIDA TO DC1-DATA-SAI
               MOVE LT-HORA-SAIDA TO DC1-HORA-SAI
           ELSE
               MOVE "ESTOCADO"    TO DC1-DATA-SAI
               MOVE SPACES        TO DC1-HORA-SAI
           END-IF
           MOVE LT-PRODUTO      TO DC1-PRODUTO
           MOVE LT-QUANTIDADE   TO DC1-QTD
           MOVE LT-UNIDADE      TO DC1-UNIDADE
           IF WS-CAN-NOVO (WS-CAN-SUB) = "S"
               MOVE "NOVO" TO DC1-NOVO
           ELSE
               MOVE SPACES TO DC1-NOVO
           END-IF
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-CANDIDATO1 TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           MOVE LT-SENSOR-ID    TO DC2-SENSOR
           MOVE LT-FAIXA-MIN    TO DC2-MIN
           MOVE LT-FAIXA-MAX    TO DC2-MAX
           MOVE LT-ESCALA       TO DC2-ESCALA
           MOVE LT-EXP-PICO     TO DC2-PICO
           IF LT-EXP-SENTIDO = "A"
               MOVE "ACIMA"  TO DC2-SENTIDO
           ELSE
               MOVE "ABAIXO" TO DC2-SENTIDO
           END-IF
           MOVE LT-EXP-PRIM-DATA TO DC2-PRIM-DATA
           MOVE LT-EXP-PRIM-HORA TO DC2-PRIM-HORA
           MOVE WS-LIN-CANDIDATO2 TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT

           MOVE LT-EXP-MINUTOS  TO DC3-MINUTOS
           MOVE LT-EXP-LEITURAS TO DC3-LEITURAS
           MOVE WS-CAN-ALERTAS (WS-CAN-SUB)   TO DC3-ALERTAS
           MOVE WS-CAN-CRITICOS (WS-CAN-SUB)  TO DC3-CRITICOS
           MOVE WS-CAN-EXCURSOES (WS-CAN-SUB) TO DC3-EXCURSOES
           MOVE WS-LIN-CANDIDATO3 TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6100-IMPRIMIR-CANDIDATO-EXIT.
           EXIT.

       6200-IMPRIMIR-SEM-LEITURA.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-SL-CHAVE (WS-SL-SUB) (1:12)    TO DSL-LOTE
           MOVE WS-SL-CHAVE (WS-SL-SUB) (13:8)    TO DSL-DATA-ENT
           MOVE WS-SL-CHAVE (WS-SL-SUB) (21:4)    TO DSL-HORA-ENT
           MOVE WS-SL-SENSOR (WS-SL-SUB)          TO DSL-SENSOR
           MOVE WS-LIN-SEM-LEITURA TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6200-IMPRIMIR-SEM-LEITURA-EXIT.
           EXIT.

       6900-IMPRIMIR-TEXTO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-TEXTO TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           MOVE SPACES TO TXT-TEXTO
           .
       6900-IMPRIMIR-TEXTO-EXIT.
           EXIT.

       6980-LINHA-EM-BRANCO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE SPACES TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6980-LINHA-EM-BRANCO-EXIT.
           EXIT.

       6990-IMPRIMIR-ROTULO.
           PERFORM 9000-VERIFICAR-PAGINA THRU
                   9000-VERIFICAR-PAGINA-EXIT
           MOVE WS-LIN-ROTULO TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINHA-CONT
           .
       6990-IMPRIMIR-ROTULO-EXIT.
           EXIT.

      ******************************************************************
      * 8000-LOCALIZAR-LOTE - procura WS-CHAVE-BUSCA na tabela de
      * colocacoes apuradas, devolvendo WS-LOT-SUB posicionado quando
      * encontra.
      ******************************************************************
       8000-LOCALIZAR-LOTE.
           MOVE "N" TO WS-LOT-ACHOU
           PERFORM 8100-COMPARAR-LOTE THRU 8100-COMPARAR-LOTE-EXIT
               VARYING WS-LOT-SUB FROM 1 BY 1
               UNTIL WS-LOT-SUB > WS-LOT-QTD
                  OR WS-LOT-ENCONTRADO
           .
       8000-LOCALIZAR-LOTE-EXIT.
           EXIT.

       8100-COMPARAR-LOTE.
           IF WS-LOT-CHAVE (WS-LOT-SUB) = WS-CHAVE-BUSCA
               SET WS-LOT-ENCONTRADO TO TRUE
               SUBTRACT 1 FROM WS-LOT-SUB
           END-IF
           .
       8100-COMPARAR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * 8200-CALCULAR-MINUTOS - duracao em minutos entre
      * WS-MOMENTO-DE e WS-MOMENTO-ATE.
      ******************************************************************
       8200-CALCULAR-MINUTOS.
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE (WS-MATE-DATA)
              - FUNCTION INTEGER-OF-DATE (WS-MDE-DATA)) * 1440
               + WS-MATE-HH * 60 + WS-MATE-MM
               - WS-MDE-HH * 60 - WS-MDE-MM

           IF WS-MINUTOS < 0
               MOVE ZEROS TO WS-MINUTOS
           END-IF
           .
       8200-CALCULAR-MINUTOS-EXIT.
           EXIT.

      ******************************************************************
      * 8300-CONVERTER-ESCALA - converte WS-TEMPER-NUM, na escala
      * gravada no log, para a escala da faixa da colocacao
      * WS-LOT-SUB, em WS-TEMPER-LOTE. Escala desconhecida no log
      * deixa a leitura fora do confronto.
      ******************************************************************
       8300-CONVERTER-ESCALA.
           MOVE "S" TO WS-ESCALA-OK
           IF TL-ESCALA = WS-LOT-ESCALA (WS-LOT-SUB)
               MOVE WS-TEMPER-NUM TO WS-TEMPER-LOTE
               GO TO 8300-CONVERTER-ESCALA-EXIT
           END-IF

           EVALUATE TL-ESCALA
               WHEN "C"
                   MOVE WS-TEMPER-NUM TO WS-TEMPER-CELS
               WHEN "F"
                   COMPUTE WS-TEMPER-CELS =
                       (WS-TEMPER-NUM - 32) * 5 / 9
               WHEN "K"
                   COMPUTE WS-TEMPER-CELS = WS-TEMPER-NUM - 273.15
               WHEN OTHER
                   MOVE "N" TO WS-ESCALA-OK
                   GO TO 8300-CONVERTER-ESCALA-EXIT
           END-EVALUATE

           EVALUATE WS-LOT-ESCALA (WS-LOT-SUB)
               WHEN "F"
                   COMPUTE WS-TEMPER-LOTE ROUNDED =
                       WS-TEMPER-CELS * 9 / 5 + 32
               WHEN "K"
                   COMPUTE WS-TEMPER-LOTE ROUNDED =
                       WS-TEMPER-CELS + 273.15
               WHEN OTHER
                   COMPUTE WS-TEMPER-LOTE ROUNDED = WS-TEMPER-CELS
           END-EVALUATE
           .
       8300-CONVERTER-ESCALA-EXIT.
           EXIT.

      ******************************************************************
      * 9000-VERIFICAR-PAGINA - abre nova pagina com cabecalho quando
      * a pagina corrente esta cheia (ou no inicio do relatorio).
      ******************************************************************
       9000-VERIFICAR-PAGINA.
           IF WS-LINHA-CONT < WS-LINHAS-PAGINA
               GO TO 9000-VERIFICAR-PAGINA-EXIT
           END-IF

           ADD 1 TO WS-PAGINA
           MOVE WS-DATA-REL TO CAB-DATA
           MOVE WS-PAGINA   TO CAB-PAGINA

           IF WS-PAGINA = 1
               MOVE WS-LIN-CABEC1 TO RELEXPO-REG
               WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-LIN-CABEC1 TO RELEXPO-REG
               WRITE RELEXPO-REG AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO RELEXPO-REG
           WRITE RELEXPO-REG AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINHA-CONT
           .
       9000-VERIFICAR-PAGINA-EXIT.
           EXIT.

       END PROGRAM CONVERSOR-EXPOSICAO-LOTES.

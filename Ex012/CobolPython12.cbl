      *          AAAAMM que COBOLPYTHON5 e 6 ja leem): FGTS de 8%
      *          sobre o bruto de cada funcionario e INSS patronal
      *          de 20% sobre o total da folha, com quebra por
      *          departamento - o funcionario compartilhado dividido
      *          pelos percentuais do rateio por centro de custo
      *          (rateio.csv, validado pelo COBOLPYTHON22), como no
      *          feed de GL. Gera o arquivo de deposito de FGTS em
      *          largura fixa, zonado, na mesma disciplina do feed
      *          de GL (COBOLPYTHON3), e o relatorio de provisao com
      *          subtotais por departamento que batem com os do
           SELECT ARQUIVO ASSIGN DYNAMIC WS-NOME-ARQUIVO-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO.
           SELECT OPTIONAL RATEIO ASSIGN TO 'rateio.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEIO.
           SELECT DEPOSITO-FGTS ASSIGN TO 'fgts-deposito.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPOSITO.
      *
       FD  ARQUIVO.
       01 REGISTRO         PIC X(40).
      *
       FD  RATEIO.
       01 REG-RATEIO       PIC X(40).
      *
       FD  DEPOSITO-FGTS.
       01 REG-DEPOSITO     PIC X(60).
       WORKING-STORAGE SECTION.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1: 'AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO',
      * com um oitavo campo opcional de tipo - em branco e a folha
      * mensal, 'A' o adiantamento quinzenal (COBOLPYTHON16), que
      * ja esta descontado no liquido da folha e nao conta aqui, e
      * 'C' a diferenca da complementar de dissidio (COBOLPYTHON17),
      * anexada depois do fechamento do mes - o bruto dela SOMA ao
      * da folha mensal, para o FGTS e o INSS patronal sairem sobre
      * o bruto refeito da competencia.
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
       01  WS-LINHA-LIDA       PIC X(80).
      *
       01  WS-REGISTRO.
       01  FILE-STATUS.
           05 FS-HISTORICO PIC 9(02).
           05 FS-ARQUIVO   PIC 9(02).
           05 FS-RATEIO    PIC 9(02).
           05 FS-DEPOSITO  PIC 9(02).
           05 FS-PROVISAO  PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-HISTORICO   PIC X(01) VALUE 'N'.
       01  EOF-RATEIO      PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
      *
      * Folha do periodo por funcionario, localizada pela matricula
       01  WS-DEPTO-ACHADO PIC 9(03) VALUE ZERO.
       01  WS-DEPTO-QTD-EDITADA PIC ZZZZ9.
      *
      * Rateio por centro de custo (rateio.csv: 'ID,DEPTO,
      * PERCENTUAL,VIGENCIA'), com a mesma regra do feed de GL
      * (COBOLPYTHON3): vale o conjunto de linhas da maior vigencia
      * nao posterior ao periodo, que tem de fechar 100%; bruto e
      * FGTS vao a cada departamento pelo percentual arredondado e a
      * maior parte fica com a diferenca dos centavos, de modo que os
      * subtotais continuam somando o deposito. O INSS patronal,
      * calculado sobre o bruto de cada departamento, sai rateado
      * junto. O funcionario conta no departamento da maior parte.
      * Funcionario sem linhas fica 100% no departamento do extrato.
       01  WS-LINHA-RATEIO.
           05 WS-RAT-ID         PIC 9(05).
           05 WS-RAT-DEPTO      PIC X(04).
           05 WS-RAT-PERCENTUAL PIC 9(03)V99.
           05 WS-RAT-VIGENCIA   PIC X(06).
       01  WS-TAB-RATEIO.
           05 WS-RAT-OCOR OCCURS 300 TIMES INDEXED BY WS-IDX-RAT.
               10 WS-RAT-TAB-ID         PIC 9(05).
               10 WS-RAT-TAB-DEPTO      PIC X(04).
               10 WS-RAT-TAB-PERCENTUAL PIC 9(03)V99.
               10 WS-RAT-TAB-VIGENCIA   PIC X(06).
       01  WS-QTD-RATEIO       PIC 9(03) VALUE ZERO.
       01  WS-RAT-VIG-EFETIVA  PIC X(06) VALUE SPACES.
       01  WS-RAT-SOMA         PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-MAIOR        PIC 9(03) VALUE ZERO.
       01  WS-RAT-MAIOR-PCT    PIC 9(03)V99 VALUE ZERO.
       01  WS-RAT-INVALIDO     PIC X(01) VALUE 'N'.
       01  WS-RAT-QTD          PIC 9(01) VALUE ZERO.
       01  WS-RAT-BRUTO        PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-FGTS         PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-BRUTO   PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-FGTS    PIC 9(05)V99 VALUE ZERO.
       01  WS-DEPTO-BUSCA      PIC X(04).
      *
      * Valores apurados do funcionario em processamento.
       01  WS-FGTS-FUNC        PIC 9(05)V99 VALUE ZERO.
       01  WS-PATRONAL-DEPTO   PIC 9(09)V99 VALUE ZERO.
           INITIALIZE WS-TAB-FOLHA.
           PERFORM CARREGA-EXTRATO.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-RATEIO.
           PERFORM VERIFICA-RATEIO.
           PERFORM ABRE-SAIDAS.
           PERFORM GRAVA-CABECALHO-DEPOSITO.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
           END-PERFORM.
           CLOSE HISTORICO.
       ACUMULA-FOLHA.
           MOVE SPACE TO WS-HIST-TIPO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-HIST-BRUTO,
                   WS-HIST-INSS,
                   WS-HIST-IRRF,
                   WS-HIST-LIQ,
                   WS-HIST-TIPO
           END-UNSTRING.
           IF WS-HIST-PERIODO = WS-PERIODO-FILTRO
               AND WS-HIST-TIPO NOT = 'A'
               ADD 1 TO WS-CONT-LIDOS
               MOVE WS-HIST-ID TO WS-ID-BUSCA
               PERFORM BUSCA-FOLHA
               IF WS-FOL-ACHADO > ZERO
                   MOVE 'S' TO WS-FOL-PRESENTE (WS-FOL-ACHADO)
                   MOVE WS-HIST-NOME TO WS-FOL-NOME (WS-FOL-ACHADO)
                   IF WS-HIST-TIPO = 'C'
                       ADD WS-HIST-BRUTO TO WS-FOL-BRUTO (WS-FOL-ACHADO)
                   ELSE
                       MOVE WS-HIST-BRUTO
                           TO WS-FOL-BRUTO (WS-FOL-ACHADO)
                   END-IF
               END-IF
           END-IF.
       ABRE-SAIDAS.
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.
           ADD WS-FOL-BRUTO (WS-IDX-FOL) TO WS-TOTAL-BRUTO.
           ADD WS-FGTS-FUNC TO WS-TOTAL-FGTS.
           MOVE WS-ID-FOLHA TO WS-ID-BUSCA.
           PERFORM SELECIONA-RATEIO.
           IF WS-RAT-VIG-EFETIVA = SPACES
               MOVE WS-FOL-DEPTO (WS-IDX-FOL) TO WS-DEPTO-BUSCA
               MOVE 1 TO WS-RAT-QTD
               MOVE WS-FOL-BRUTO (WS-IDX-FOL) TO WS-RAT-BRUTO
               MOVE WS-FGTS-FUNC TO WS-RAT-FGTS
               PERFORM ACUMULA-DEPTO
           ELSE
               PERFORM RATEIA-FUNCIONARIO
           END-IF.
           MOVE WS-ID-FOLHA TO WS-DEP-ID-ZONADO.
           MOVE WS-FOL-BRUTO (WS-IDX-FOL) TO WS-DEP-BRUTO-ZONADO.
           MOVE WS-FGTS-FUNC TO WS-DEP-FGTS-ZONADO.
               DELIMITED BY SIZE INTO WS-LINHA-DEPOSITO.
           WRITE REG-DEPOSITO FROM WS-LINHA-DEPOSITO.
           ADD 1 TO WS-CONTADOR-DEPOSITOS.
      * Divide bruto e FGTS do funcionario em WS-IDX-FOL pelas
      * linhas da vigencia efetiva: as partes menores primeiro, pelo
      * percentual arredondado, e a maior parte com o que sobra.
       RATEIA-FUNCIONARIO.
           MOVE ZERO TO WS-RAT-DIST-BRUTO.
           MOVE ZERO TO WS-RAT-DIST-FGTS.
           MOVE ZERO TO WS-RAT-QTD.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-QTD-RATEIO
               IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                   AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                       = WS-RAT-VIG-EFETIVA
                   AND WS-IDX-RAT NOT = WS-RAT-MAIOR
                   MOVE WS-RAT-TAB-DEPTO (WS-IDX-RAT) TO WS-DEPTO-BUSCA
                   COMPUTE WS-RAT-BRUTO ROUNDED = WS-FOL-BRUTO
                       (WS-IDX-FOL) * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                       / 100
                   COMPUTE WS-RAT-FGTS ROUNDED = WS-FGTS-FUNC
                       * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT) / 100
                   ADD WS-RAT-BRUTO TO WS-RAT-DIST-BRUTO
                   ADD WS-RAT-FGTS TO WS-RAT-DIST-FGTS
                   PERFORM ACUMULA-DEPTO
               END-IF
           END-PERFORM.
           MOVE WS-RAT-TAB-DEPTO (WS-RAT-MAIOR) TO WS-DEPTO-BUSCA.
           MOVE 1 TO WS-RAT-QTD.
           COMPUTE WS-RAT-BRUTO =
               WS-FOL-BRUTO (WS-IDX-FOL) - WS-RAT-DIST-BRUTO.
           COMPUTE WS-RAT-FGTS = WS-FGTS-FUNC - WS-RAT-DIST-FGTS.
           PERFORM ACUMULA-DEPTO.
       ACUMULA-DEPTO.
           MOVE ZERO TO WS-DEPTO-ACHADO.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               IF WS-DEPTO-TAB-COD (WS-IDX-DEPTO) = WS-DEPTO-BUSCA
                   SET WS-DEPTO-ACHADO TO WS-IDX-DEPTO
               END-IF
           END-PERFORM.
           IF WS-DEPTO-ACHADO = ZERO
               IF WS-QTD-DEPTOS NOT < 20
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA (20) - '
                       'DEPTO FORA DOS SUBTOTAIS: ' WS-DEPTO-BUSCA
               ELSE
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-DEPTO-ACHADO
                   MOVE WS-DEPTO-BUSCA
                       TO WS-DEPTO-TAB-COD (WS-DEPTO-ACHADO)
                   MOVE ZERO TO WS-DEPTO-TAB-QTD (WS-DEPTO-ACHADO)
                   MOVE ZERO TO WS-DEPTO-TAB-BRUTO (WS-DEPTO-ACHADO)
               END-IF
           END-IF.
           IF WS-DEPTO-ACHADO > ZERO
               ADD WS-RAT-QTD TO WS-DEPTO-TAB-QTD (WS-DEPTO-ACHADO)
               ADD WS-RAT-BRUTO
                   TO WS-DEPTO-TAB-BRUTO (WS-DEPTO-ACHADO)
               ADD WS-RAT-FGTS
                   TO WS-DEPTO-TAB-FGTS (WS-DEPTO-ACHADO)
           END-IF.
      * Carrega o rateio por centro de custo. A ausencia do arquivo
      * deixa todos os funcionarios no departamento do extrato.
       CARREGA-RATEIO.
           OPEN INPUT RATEIO.
           IF FS-RATEIO = 00 OR FS-RATEIO = 05
               PERFORM UNTIL EOF-RATEIO = 'Y'
                   READ RATEIO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-RATEIO
                       NOT AT END
                           PERFORM ACUMULA-RATEIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATEIO.
       ACUMULA-RATEIO.
           IF WS-QTD-RATEIO NOT < 300
               DISPLAY 'TABELA DE RATEIO CHEIA (300) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
           ELSE
               MOVE SPACES TO WS-RAT-DEPTO
               MOVE SPACES TO WS-RAT-VIGENCIA
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-RAT-ID,
                       WS-RAT-DEPTO,
                       WS-RAT-PERCENTUAL,
                       WS-RAT-VIGENCIA
               END-UNSTRING
               ADD 1 TO WS-QTD-RATEIO
               SET WS-IDX-RAT TO WS-QTD-RATEIO
               MOVE WS-RAT-ID TO WS-RAT-TAB-ID (WS-IDX-RAT)
               MOVE WS-RAT-DEPTO TO WS-RAT-TAB-DEPTO (WS-IDX-RAT)
               MOVE WS-RAT-PERCENTUAL
                   TO WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
               MOVE WS-RAT-VIGENCIA TO WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
           END-IF.
      * Vigencia efetiva do rateio da matricula WS-ID-BUSCA no
      * periodo (espacos quando nao ha rateio), com a soma dos
      * percentuais e a linha da maior parte.
       SELECIONA-RATEIO.
           MOVE SPACES TO WS-RAT-VIG-EFETIVA.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-QTD-RATEIO
               IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                   AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                       NOT > WS-PERIODO-FILTRO
                   AND (WS-RAT-VIG-EFETIVA = SPACES
                       OR WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                           > WS-RAT-VIG-EFETIVA)
                   MOVE WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                       TO WS-RAT-VIG-EFETIVA
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-RAT-SOMA.
           MOVE ZERO TO WS-RAT-MAIOR.
           MOVE ZERO TO WS-RAT-MAIOR-PCT.
           IF WS-RAT-VIG-EFETIVA NOT = SPACES
               PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > WS-QTD-RATEIO
                   IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                       AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                           = WS-RAT-VIG-EFETIVA
                       ADD WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                           TO WS-RAT-SOMA
                       IF WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                           > WS-RAT-MAIOR-PCT
                           MOVE WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                               TO WS-RAT-MAIOR-PCT
                           SET WS-RAT-MAIOR TO WS-IDX-RAT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      * Confere, antes de gerar o deposito, que o rateio de cada
      * funcionario da folha fecha 100% - provisao rateada pela
      * metade nao chega a ser gerada.
       VERIFICA-RATEIO.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
               UNTIL WS-IDX-FOL > WS-QTD-FOLHA
               IF WS-FOL-PRESENTE (WS-IDX-FOL) = 'S'
                   MOVE WS-FOL-TAB-ID (WS-IDX-FOL) TO WS-ID-BUSCA
                   PERFORM SELECIONA-RATEIO
                   IF WS-RAT-VIG-EFETIVA NOT = SPACES
                       AND WS-RAT-SOMA NOT = 100
                       DISPLAY 'RATEIO NAO FECHA 100% - ID: '
                           WS-ID-BUSCA ' VIGENCIA: '
                           WS-RAT-VIG-EFETIVA ' SOMA: ' WS-RAT-SOMA
                       MOVE 'S' TO WS-RAT-INVALIDO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RAT-INVALIDO = 'S'
               DISPLAY 'RATEIO.CSV INVALIDO - VALIDAR COM COBOLPYTHON22'
                   ' - PROVISAO NAO GERADA'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
       GRAVA-TRAILER-DEPOSITO.
           MOVE WS-TOTAL-FGTS TO WS-DEP-TOTAL-ZONADO.
           MOVE SPACES TO WS-LINHA-DEPOSITO.

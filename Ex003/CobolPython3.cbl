      *          pela folha (historico.csv, gravado pelo
      *          COBOLPYTHON1) - nao mais o extrato de salarios, que
      *          nunca enxergava os descontos. O departamento de cada
      *          funcionario vem do extrato (salarios.csv) ou, para o
      *          funcionario compartilhado, do rateio por centro de
      *          custo (rateio.csv, validado pelo COBOLPYTHON22), que
      *          divide bruto, INSS, IRRF e liquido pelos percentuais
      *          de cada departamento; a conta
      *          contabil de cada DEPTO+EVENTO vem de contas.csv. O
      *          trailer prova que debitos e creditos fecham; feed
      *          desbalanceado ou conta sem mapeamento encerra com
           SELECT CONTAS ASSIGN TO 'contas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTAS.
           SELECT OPTIONAL RATEIO ASSIGN TO 'rateio.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEIO.
           SELECT ARQUIVO-GL ASSIGN TO 'salarios-gl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GL.
      *
       FD  CONTAS.
       01 REG-CONTA        PIC X(30).
      *
       FD  RATEIO.
       01 REG-RATEIO       PIC X(40).
      *
       FD  ARQUIVO-GL.
       01 REG-GL           PIC X(44).
       WORKING-STORAGE SECTION.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1: 'AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO',
      * com um oitavo campo opcional de tipo - em branco e a folha
      * mensal, 'A' o adiantamento quinzenal (COBOLPYTHON16), que
      * ja esta descontado no liquido da folha, e 'C' a diferenca
      * da complementar de dissidio (COBOLPYTHON17), paga em
      * remessa propria - nenhum dos dois conta aqui.
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
           05 FS-HISTORICO PIC 9(02).
           05 FS-ARQUIVO   PIC 9(02).
           05 FS-CONTAS    PIC 9(02).
           05 FS-RATEIO    PIC 9(02).
           05 FS-GL        PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-HISTORICO   PIC X(01) VALUE 'N'.
       01  EOF-CONTAS      PIC X(01) VALUE 'N'.
       01  EOF-RATEIO      PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
      *
      * Valores da folha do periodo por funcionario, localizados
       01  WS-DEPTO-ACHADO PIC 9(03) VALUE ZERO.
       01  WS-DIF-OUTROS   PIC S9(09)V99 VALUE ZERO.
      *
      * Rateio por centro de custo (rateio.csv: 'ID,DEPTO,
      * PERCENTUAL,VIGENCIA'). Vale para o funcionario o conjunto
      * de linhas da maior vigencia nao posterior ao periodo do
      * feed, que tem de fechar 100% - rateio que nao fecha segura o
      * feed inteiro, como o COBOLPYTHON22 rejeita o arquivo. Cada
      * departamento recebe o valor x percentual arredondado, e a
      * maior parte (a primeira, no empate) fica com a diferenca
      * dos centavos, para a soma das partes bater com o valor do
      * funcionario e o feed continuar fechando. Funcionario sem
      * linhas fica 100% no departamento do extrato.
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
       01  WS-RAT-BRUTO        PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-INSS         PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-IRRF         PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-LIQ          PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-BRUTO   PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-INSS    PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-IRRF    PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-DIST-LIQ     PIC 9(05)V99 VALUE ZERO.
      *
      * Mapeamento contabil de contas.csv ('DEPTO,EVENTO,CONTA'),
      * com EVENTO em SALARIO, INSS, IRRF, LIQUIDO ou OUTROS e a
      * conta do razao em 8 posicoes. DEPTO em branco vale como
           PERFORM CARREGA-EXTRATO.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-CONTAS.
           PERFORM CARREGA-RATEIO.
           PERFORM VERIFICA-RATEIO.
           PERFORM ACUMULA-DEPARTAMENTOS.
           PERFORM ABRE-SAIDA.
           PERFORM GRAVA-CABECALHO-GL.
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
               AND WS-HIST-TIPO NOT = 'C'
               ADD 1 TO WS-CONTADOR-REGISTROS
               MOVE WS-HIST-ID TO WS-ID-BUSCA
               PERFORM BUSCA-FOLHA
               END-IF
           END-PERFORM.
       ACUMULA-FUNCIONARIO-DEPTO.
           MOVE WS-FOL-TAB-ID (WS-IDX-FOL) TO WS-ID-BUSCA.
           PERFORM SELECIONA-RATEIO.
           IF WS-RAT-VIG-EFETIVA = SPACES
               MOVE WS-FOL-DEPTO (WS-IDX-FOL) TO WS-DEPTO-BUSCA
               MOVE WS-FOL-BRUTO (WS-IDX-FOL) TO WS-RAT-BRUTO
               MOVE WS-FOL-INSS (WS-IDX-FOL) TO WS-RAT-INSS
               MOVE WS-FOL-IRRF (WS-IDX-FOL) TO WS-RAT-IRRF
               MOVE WS-FOL-LIQ (WS-IDX-FOL) TO WS-RAT-LIQ
               PERFORM SOMA-PARTE-DEPTO
           ELSE
               PERFORM RATEIA-FUNCIONARIO
           END-IF.
       SOMA-PARTE-DEPTO.
           PERFORM BUSCA-DEPTO.
           IF WS-DEPTO-ACHADO > ZERO
               ADD WS-RAT-BRUTO TO WS-DEPTO-TAB-BRUTO (WS-DEPTO-ACHADO)
               ADD WS-RAT-INSS TO WS-DEPTO-TAB-INSS (WS-DEPTO-ACHADO)
               ADD WS-RAT-IRRF TO WS-DEPTO-TAB-IRRF (WS-DEPTO-ACHADO)
               ADD WS-RAT-LIQ TO WS-DEPTO-TAB-LIQ (WS-DEPTO-ACHADO)
           END-IF.
      * Divide os valores do funcionario em WS-IDX-FOL pelas linhas
      * da vigencia efetiva: as partes menores primeiro, pelo
      * percentual arredondado, e a maior parte com o que sobra.
       RATEIA-FUNCIONARIO.
           MOVE ZERO TO WS-RAT-DIST-BRUTO.
           MOVE ZERO TO WS-RAT-DIST-INSS.
           MOVE ZERO TO WS-RAT-DIST-IRRF.
           MOVE ZERO TO WS-RAT-DIST-LIQ.
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
                   COMPUTE WS-RAT-INSS ROUNDED = WS-FOL-INSS
                       (WS-IDX-FOL) * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                       / 100
                   COMPUTE WS-RAT-IRRF ROUNDED = WS-FOL-IRRF
                       (WS-IDX-FOL) * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                       / 100
                   COMPUTE WS-RAT-LIQ ROUNDED = WS-FOL-LIQ
                       (WS-IDX-FOL) * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                       / 100
                   ADD WS-RAT-BRUTO TO WS-RAT-DIST-BRUTO
                   ADD WS-RAT-INSS TO WS-RAT-DIST-INSS
                   ADD WS-RAT-IRRF TO WS-RAT-DIST-IRRF
                   ADD WS-RAT-LIQ TO WS-RAT-DIST-LIQ
                   PERFORM SOMA-PARTE-DEPTO
               END-IF
           END-PERFORM.
           MOVE WS-RAT-TAB-DEPTO (WS-RAT-MAIOR) TO WS-DEPTO-BUSCA.
           COMPUTE WS-RAT-BRUTO =
               WS-FOL-BRUTO (WS-IDX-FOL) - WS-RAT-DIST-BRUTO.
           COMPUTE WS-RAT-INSS =
               WS-FOL-INSS (WS-IDX-FOL) - WS-RAT-DIST-INSS.
           COMPUTE WS-RAT-IRRF =
               WS-FOL-IRRF (WS-IDX-FOL) - WS-RAT-DIST-IRRF.
           COMPUTE WS-RAT-LIQ =
               WS-FOL-LIQ (WS-IDX-FOL) - WS-RAT-DIST-LIQ.
           PERFORM SOMA-PARTE-DEPTO.
       BUSCA-DEPTO.
           MOVE ZERO TO WS-DEPTO-ACHADO.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
                   MOVE ZERO TO WS-DEPTO-TAB-LIQ (WS-DEPTO-ACHADO)
               END-IF
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
      * periodo do feed (espacos quando nao ha rateio), com a soma
      * dos percentuais e a linha da maior parte.
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
      * Confere, antes de qualquer partida, que o rateio de cada
      * funcionario da folha fecha 100% - feed rateado pela metade
      * nao chega a ser gerado.
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
                   ' - FEED NAO GERADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
       ABRE-SAIDA.
           OPEN OUTPUT ARQUIVO-GL.
       GRAVA-CABECALHO-GL.

      *          cada fechamento pelo COBOLPYTHON1) e imprime o
      *          informe de rendimentos anual por funcionario, com
      *          os doze meses lado a lado e os totais do ano de
      *          bruto, INSS e IRRF retidos. Ano ja arquivado pelo
      *          COBOLPYTHON24 e lido do arquivo morto
      *          (historico-AAAA.csv) e completado com o que houver
      *          do ano no historico vivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1: 'AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO',
      * com um oitavo campo opcional de tipo - em branco e a folha
      * mensal, 'A' o adiantamento quinzenal (COBOLPYTHON16), que
      * ja esta descontado no liquido da folha mensal, e 'C' a
      * diferenca da complementar de dissidio (COBOLPYTHON17), que
      * soma no mes de origem como qualquer outra linha.
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
       01  WS-HIST-PERIODO-R REDEFINES WS-LINHA-HISTORICO.
           05 WS-HIST-ANO      PIC 9(04).
           05 WS-HIST-MES      PIC 9(02).
      *
      * Ano do informe, por parametro de linha de comando (default
      * o ano corrente), e nome do arquivo de entrada no argumento
      * seguinte, como nos demais programas da cadeia. Sem o nome,
      * o arquivo morto do ano (historico-AAAA.csv), se existir, e
      * lido antes do vivo.
       01  WS-PARM-ANO     PIC X(04) VALUE SPACES.
       01  WS-ANO-FILTRO   PIC 9(04) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'historico.csv'.
       01  WS-ARQUIVO-INFORMADO PIC X(01) VALUE 'S'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-ENTRADA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'N' TO WS-ARQUIVO-INFORMADO
           END-ACCEPT.
           INITIALIZE WS-TAB-INFORME.
           IF WS-ARQUIVO-INFORMADO = 'N'
               PERFORM LE-ARQUIVO-MORTO
           END-IF.
           PERFORM ABRE-ARQUIVO.
           PERFORM UNTIL EOF = 'Y'
               PERFORM LE-HISTORICO
               IF EOF NOT = 'Y' AND WS-LINHA-LIDA(1:3) NOT = 'TR,'
                   PERFORM ACUMULA-PERIODO
               END-IF
           END-PERFORM.
           PERFORM GRAVA-INFORME.
           PERFORM FECHA-ARQUIVO.
           STOP RUN.
      * Ano ja arquivado: os periodos estao no arquivo morto, cujo
      * trailer de controle ('TR,...') nao e periodo e fica de fora.
      * O vivo e lido em seguida mesmo assim - complementar de
      * dissidio gravada depois do arquivamento fica no vivo.
       LE-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-ENTRADA.
           STRING 'historico-' WS-ANO-FILTRO '.csv'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-ENTRADA.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00
               DISPLAY 'ANO ' WS-ANO-FILTRO ' ARQUIVADO - LENDO '
                   WS-NOME-ARQUIVO-ENTRADA
               PERFORM UNTIL EOF = 'Y'
                   PERFORM LE-HISTORICO
                   IF EOF NOT = 'Y' AND WS-LINHA-LIDA(1:3) NOT = 'TR,'
                       PERFORM ACUMULA-PERIODO
                   END-IF
               END-PERFORM
               CLOSE HISTORICO
               MOVE 'N' TO EOF
           END-IF.
           MOVE 'historico.csv' TO WS-NOME-ARQUIVO-ENTRADA.
       ABRE-ARQUIVO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT < 30
      * historico) soma no mesmo mes - a duplicidade fica visivel
      * no proprio informe em vez de sumir calada.
       ACUMULA-PERIODO.
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
      * O adiantamento quinzenal ('A') nao e uma segunda folha: o
      * bruto e as retencoes do mes ja estao na linha da folha
      * mensal, cujo liquido saiu com o adiantamento descontado -
      * do adiantamento so entra o valor pago, no liquido do mes.
           IF WS-HIST-ANO = WS-ANO-FILTRO
               AND WS-HIST-MES > ZERO AND WS-HIST-MES < 13
               PERFORM BUSCA-INFORME
                   MOVE 'S' TO WS-ALGUM-PERIODO
                   MOVE 'S' TO WS-INF-PRESENTE (WS-INF-ACHADO)
                   MOVE WS-HIST-NOME TO WS-INF-NOME (WS-INF-ACHADO)
                   IF WS-HIST-TIPO NOT = 'A'
                       ADD WS-HIST-BRUTO
                           TO WS-INF-BRUTO (WS-INF-ACHADO, WS-HIST-MES)
                       ADD WS-HIST-INSS
                           TO WS-INF-INSS (WS-INF-ACHADO, WS-HIST-MES)
                       ADD WS-HIST-IRRF
                           TO WS-INF-IRRF (WS-INF-ACHADO, WS-HIST-MES)
                   END-IF
                   ADD WS-HIST-LIQ
                       TO WS-INF-LIQ (WS-INF-ACHADO, WS-HIST-MES)
               END-IF

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Adiantamento quinzenal - apura o adiantamento de
      *          salario do dia 20 de cada funcionario ativo, a
      *          partir do extrato de salarios (salarios.csv) ou do
      *          mestre indexado (func-master.dat), com 40% do
      *          salario como padrao e percentual proprio (ou
      *          recusa, percentual zero) por funcionario em
      *          adiantamento.csv. Gera a remessa de creditos do
      *          adiantamento no mesmo leiaute da remessa-banco.txt
      *          do COBOLPYTHON6, o relatorio de conferencia e anexa
      *          ao historico de folha uma linha por credito com a
      *          marca 'A' (adiantamento) no oitavo campo - os
      *          leitores do historico nao a contam como folha do
      *          mes, e o COBOLPYTHON1 a desconta no fechamento da
      *          competencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON16.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN DYNAMIC WS-NOME-ARQUIVO-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO.
           SELECT FUNC-MASTER ASSIGN TO 'func-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-ID
           FILE STATUS IS FS-MASTER.
           SELECT PERCENTUAIS ASSIGN TO 'adiantamento.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PERCENTUAIS.
           SELECT BANCOS ASSIGN TO 'bancos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCOS.
           SELECT OPTIONAL DESLIGAMENTOS ASSIGN TO 'desligamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESLIGAMENTOS.
           SELECT OPTIONAL HISTORICO ASSIGN TO 'historico.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL COMPETENCIAS ASSIGN TO 'competencias.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPETENCIAS.
           SELECT REMESSA ASSIGN TO 'remessa-adiantamento.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA.
           SELECT OPTIONAL EXCECOES ASSIGN TO 'remessa-excecoes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECOES.
           SELECT RELATORIO ASSIGN TO 'relatorio-adiantamento.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.
           SELECT OPTIONAL LOG-PROCESSAMENTO
           ASSIGN TO 'processamento.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-PROC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARQUIVO.
       01 REGISTRO         PIC X(40).
      *
       FD  FUNC-MASTER.
       01 REG-MASTER.
           05 MD-ID        PIC 9(05).
           05 MD-NOME      PIC X(20).
           05 MD-SALARIO   PIC 9(05)V99.
           05 MD-DEPTO     PIC X(04).
      *
       FD  PERCENTUAIS.
       01 REG-PERCENTUAL   PIC X(20).
      *
       FD  BANCOS.
       01 REG-BANCO        PIC X(40).
      *
       FD  DESLIGAMENTOS.
       01 REG-DESLIGAMENTO PIC X(20).
      *
       FD  HISTORICO.
       01 REG-HISTORICO    PIC X(80).
      *
       FD  COMPETENCIAS.
       01 REG-COMPETENCIA  PIC X(40).
      *
       FD  REMESSA.
       01 REG-REMESSA      PIC X(60).
      *
       FD  EXCECOES.
       01 REG-EXCECAO      PIC X(100).
      *
       FD  RELATORIO.
       01 REG-RELATORIO    PIC X(132).
      *
       FD  LOG-PROCESSAMENTO.
       01 REG-LOG-PROC     PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-REGISTRO.
           05 WS-ID        PIC 9(05).
           05 WS-NOME      PIC X(20).
           05 WS-SALARIO   PIC 9(05)V99.
           05 WS-DEPTO     PIC X(04).
       01  FILE-STATUS.
           05 FS-ARQUIVO   PIC 9(02).
           05 FS-MASTER    PIC 9(02).
           05 FS-PERCENTUAIS PIC 9(02).
           05 FS-BANCOS    PIC 9(02).
           05 FS-DESLIGAMENTOS PIC 9(02).
           05 FS-HISTORICO PIC 9(02).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-REMESSA   PIC 9(02).
           05 FS-EXCECOES  PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-MASTER      PIC X(01) VALUE 'N'.
       01  EOF-PERCENTUAIS PIC X(01) VALUE 'N'.
       01  EOF-BANCOS      PIC X(01) VALUE 'N'.
       01  EOF-DESLIGAMENTOS PIC X(01) VALUE 'N'.
       01  EOF-HISTORICO   PIC X(01) VALUE 'N'.
       01  EOF-COMPETENCIAS PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1 ('AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO'),
      * mais o oitavo campo de tipo: em branco e a folha mensal, 'A'
      * o adiantamento quinzenal gravado aqui.
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-NOME     PIC X(20).
           05 WS-HIST-BRUTO    PIC 9(05)V99.
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
       01  WS-LINHA-LIDA       PIC X(80).
       01  WS-HIST-VALOR-ED    PIC 9(05).99.
       01  WS-HIST-ZERO-ED     PIC 9(05).99 VALUE ZERO.
      *
      * Consulta ao controle de fechamento de competencias
      * (competencias.csv, mantido pelo COBOLPYTHON13): competencia
      * fechada ja teve a folha oficial - adiantamento gravado
      * depois disso nunca seria descontado.
       01  WS-LINHA-COMPETENCIA.
           05 WS-CMP-PERIODO   PIC X(06).
           05 WS-CMP-OPERACAO  PIC X(01).
           05 WS-CMP-RESTO     PIC X(30).
       01  WS-SITUACAO-COMPETENCIA PIC X(01) VALUE SPACE.
      *
      * Percentual de adiantamento por funcionario, carregado de
      * adiantamento.csv ('ID,PERCENTUAL'), no molde da tabela de
      * taxas do COBOLPYTHON2. Quem nao estiver na tabela recebe o
      * percentual padrao; percentual zero e a recusa do
      * funcionario - fica fora do adiantamento.
       01  WS-LINHA-PERCENTUAL PIC X(20).
       01  WS-PCT-ID           PIC 9(05).
       01  WS-PCT-VALOR        PIC 9(02)V99.
       01  WS-TAB-PERCENTUAIS.
           05 WS-PCT-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-PCT.
               10 WS-PCT-TAB-ID    PIC 9(05).
               10 WS-PCT-TAB-VALOR PIC 9(02)V99.
       01  WS-QTD-PERCENTUAIS  PIC 9(03) VALUE ZERO.
       01  WS-PERCENTUAL-PADRAO PIC 9(02)V99 VALUE 40.00.
       01  WS-PERCENTUAL       PIC 9(02)V99 VALUE ZERO.
      *
      * Dados bancarios por funcionario ('ID,BANCO,AGENCIA,CONTA'
      * em bancos.csv), no mesmo esquema do COBOLPYTHON6.
       01  WS-LINHA-BANCO.
           05 WS-BCO-ID        PIC 9(05).
           05 WS-BCO-BANCO     PIC X(03).
           05 WS-BCO-AGENCIA   PIC X(04).
           05 WS-BCO-CONTA     PIC X(10).
       01  WS-TAB-BANCO.
           05 WS-BCO-OCOR OCCURS 100 TIMES.
               10 WS-BCO-TAB-ID      PIC 9(05).
               10 WS-BCO-TAB-BANCO   PIC X(03).
               10 WS-BCO-TAB-AGENCIA PIC X(04).
               10 WS-BCO-TAB-CONTA   PIC X(10).
       01  WS-QTD-BANCOS   PIC 9(03) VALUE ZERO.
       01  WS-BCO-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-IDX-BCO      PIC 9(03) VALUE ZERO.
       01  WS-ID-BUSCA     PIC 9(05) VALUE ZERO.
      *
      * Desligamentos anotados pela rescisao (COBOLPYTHON10, modo
      * 'R') - funcionario desligado nao recebe adiantamento, mesmo
      * que ainda conste no extrato ou no mestre.
       01  WS-LINHA-DESLIGAMENTO PIC X(20).
       01  WS-DSL-ID       PIC 9(05).
       01  WS-DSL-DATA     PIC X(08).
       01  WS-TAB-DESLIGADOS.
           05 WS-DSL-OCOR OCCURS 50 TIMES INDEXED BY WS-IDX-DSL.
               10 WS-DSL-TAB-ID PIC 9(05).
       01  WS-QTD-DESLIGADOS PIC 9(03) VALUE ZERO.
       01  WS-FUNC-DESLIGADO PIC X(01) VALUE 'N'.
      *
      * Adiantamentos apurados, guardados para que o cabecalho da
      * remessa saia com a quantidade de creditos antes dos
      * detalhes, como no COBOLPYTHON6. WS-ADT-SITUACAO: 'C' vai
      * para a remessa, 'B' fica fora por falta de dados bancarios,
      * 'R' e recusa (percentual zero).
       01  WS-TAB-ADIANTAMENTO.
           05 WS-ADT-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-ADT.
               10 WS-ADT-TAB-ID       PIC 9(05).
               10 WS-ADT-TAB-NOME     PIC X(20).
               10 WS-ADT-TAB-DEPTO    PIC X(04).
               10 WS-ADT-TAB-SALARIO  PIC 9(05)V99.
               10 WS-ADT-TAB-PCT      PIC 9(02)V99.
               10 WS-ADT-TAB-VALOR    PIC 9(05)V99.
               10 WS-ADT-TAB-BANCO    PIC 9(03).
               10 WS-ADT-TAB-SITUACAO PIC X(01).
       01  WS-QTD-ADIANTAMENTOS PIC 9(03) VALUE ZERO.
      *
      * Linha de remessa - mesmo leiaute da remessa-banco.txt:
      * largura fixa, numericos zonados, valor em centavos.
       01  WS-LINHA-REMESSA     PIC X(60).
       01  WS-REM-ID-ZONADO     PIC 9(06).
       01  WS-REM-VALOR-CENT    PIC 9(11).
       01  WS-REM-TOTAL-CENT    PIC 9(13) VALUE ZERO.
       01  WS-REM-QTD-ZONADO    PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-CREDITOS PIC 9(06) VALUE ZERO.
       01  WS-LINHA-EXCECAO     PIC X(100).
      *
      * Relatorio de conferencia, paginado como o relatorio.txt da
      * folha mensal.
       01  WS-LINHA-RELATORIO   PIC X(132).
       01  WS-PAGINA            PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA    PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS  PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 15.
       01  WS-SALARIO-EDITADO   PIC ZZ,ZZ9.99.
       01  WS-VALOR-EDITADO     PIC ZZ,ZZ9.99.
       01  WS-PCT-EDITADO       PIC Z9.99.
       01  WS-TOTAL-ADIANTADO   PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WS-QTD-EDITADA       PIC ZZZZ9.
       01  WS-QTD-RECUSAS       PIC 9(05) VALUE ZERO.
       01  WS-QTD-SEM-BANCO     PIC 9(05) VALUE ZERO.
      *
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
       01  WS-DATA-RELATORIO    PIC X(10).
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON16'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
      *
      * Competencia do adiantamento (AAAAMM) no argumento 1, default
      * o mes corrente; origem dos salarios no argumento 2 ('E'
      * extrato, o default, ou 'M' mestre indexado); nome do extrato
      * no argumento 3, com o caminho antigo como default.
       01  WS-PARM-PERIODO PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO PIC X(06).
       01  WS-PARM-ORIGEM  PIC X(01) VALUE 'E'.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE
           'C:\COBOL-Python\Ex001\salarios.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           MOVE SPACES TO WS-PERIODO-FILTRO.
           STRING WS-ANO WS-MES DELIMITED BY SIZE
               INTO WS-PERIODO-FILTRO.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           IF WS-PARM-PERIODO NOT = SPACES
               MOVE WS-PARM-PERIODO TO WS-PERIODO-FILTRO
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ORIGEM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'E' TO WS-PARM-ORIGEM
           END-ACCEPT.
           IF WS-PARM-ORIGEM = 'm'
               MOVE 'M' TO WS-PARM-ORIGEM
           END-IF.
           IF WS-PARM-ORIGEM NOT = 'M'
               MOVE 'E' TO WS-PARM-ORIGEM
           END-IF.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-ENTRADA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-PARM-ORIGEM = 'M'
               MOVE 'func-master.dat' TO WS-NOME-ARQUIVO-ENTRADA
           END-IF.
           PERFORM VERIFICA-COMPETENCIA.
           PERFORM VERIFICA-ADIANTAMENTO-GRAVADO.
           INITIALIZE WS-TAB-BANCO.
           PERFORM CARREGA-PERCENTUAIS.
           PERFORM CARREGA-BANCOS.
           PERFORM CARREGA-DESLIGAMENTOS.
           IF WS-PARM-ORIGEM = 'M'
               PERFORM LE-MASTER
           ELSE
               PERFORM LE-EXTRATO
           END-IF.
           PERFORM ABRE-SAIDAS.
           PERFORM GRAVA-CABECALHO-REMESSA.
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
               UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               PERFORM GRAVA-ADIANTAMENTO
           END-PERFORM.
           PERFORM GRAVA-TRAILER-REMESSA.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           PERFORM FECHA-ARQUIVO.
           DISPLAY 'ADIANTAMENTO ' WS-PERIODO-FILTRO ' - CREDITOS: '
               WS-CONTADOR-CREDITOS.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Resumo padronizado de fim de job no log compartilhado -
      * abre em EXTEND, grava uma linha e fecha, para que os
      * caminhos de erro tambem consigam registrar o RETURN-CODE
      * final antes do STOP RUN.
       GRAVA-LOG-PROCESSAMENTO.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE WS-CONT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-CONTADOR-CREDITOS TO WS-LOG-GRAVADOS.
           MOVE WS-CONT-EXCECOES TO WS-LOG-EXCECOES.
           MOVE RETURN-CODE TO WS-LOG-RC.
           MOVE SPACES TO WS-LINHA-LOG-PROC.
           STRING WS-LOG-PROGRAMA ',' WS-ANO WS-MES WS-DIA ','
               WS-LOG-HORA ',' WS-NOME-ARQUIVO-ENTRADA ','
               WS-LOG-LIDOS ',' WS-LOG-GRAVADOS ','
               WS-LOG-EXCECOES ',' WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LINHA-LOG-PROC.
           OPEN EXTEND LOG-PROCESSAMENTO.
           WRITE REG-LOG-PROC FROM WS-LINHA-LOG-PROC.
           CLOSE LOG-PROCESSAMENTO.
      * Recusa o adiantamento de competencia ja fechada pelo
      * operador (COBOLPYTHON13) - a folha oficial do mes ja rodou
      * e o adiantamento nao seria mais descontado.
       VERIFICA-COMPETENCIA.
           OPEN INPUT COMPETENCIAS.
           IF FS-COMPETENCIAS = 00 OR FS-COMPETENCIAS = 05
               PERFORM UNTIL EOF-COMPETENCIAS = 'Y'
                   READ COMPETENCIAS
                       AT END
                           MOVE 'Y' TO EOF-COMPETENCIAS
                       NOT AT END
                           UNSTRING REG-COMPETENCIA
                               DELIMITED BY ','
                               INTO
                                   WS-CMP-PERIODO,
                                   WS-CMP-OPERACAO,
                                   WS-CMP-RESTO
                           END-UNSTRING
                           IF WS-CMP-PERIODO = WS-PERIODO-FILTRO
                               MOVE WS-CMP-OPERACAO
                                   TO WS-SITUACAO-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMPETENCIAS.
           IF WS-SITUACAO-COMPETENCIA = 'F'
               DISPLAY 'COMPETENCIA ' WS-PERIODO-FILTRO
                   ' FECHADA - ADIANTAMENTO NAO E GERADO'
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
      * Um segundo adiantamento da mesma competencia pagaria todo
      * mundo duas vezes - se o historico ja tem linha 'A' para o
      * periodo, o programa se recusa a rodar.
       VERIFICA-ADIANTAMENTO-GRAVADO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00 OR FS-HISTORICO = 05
               PERFORM UNTIL EOF-HISTORICO = 'Y'
                   READ HISTORICO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-HISTORICO
                       NOT AT END
                           MOVE SPACE TO WS-HIST-TIPO
                           UNSTRING WS-LINHA-LIDA
                               DELIMITED BY ','
                               INTO
                                   WS-HIST-PERIODO,
                                   WS-HIST-ID,
                                   WS-HIST-NOME,
                                   WS-HIST-BRUTO,
                                   WS-HIST-INSS,
                                   WS-HIST-IRRF,
                                   WS-HIST-LIQ,
                                   WS-HIST-TIPO
                           END-UNSTRING
                           IF WS-HIST-PERIODO = WS-PERIODO-FILTRO
                               AND WS-HIST-TIPO = 'A'
                               MOVE 'S' TO WS-SITUACAO-COMPETENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO.
           IF WS-SITUACAO-COMPETENCIA = 'S'
               DISPLAY 'ADIANTAMENTO DA COMPETENCIA '
                   WS-PERIODO-FILTRO ' JA GRAVADO NO HISTORICO - '
                   'NAO E GERADO DE NOVO'
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
      * A ausencia de adiantamento.csv nao e erro - todo mundo
      * recebe o percentual padrao.
       CARREGA-PERCENTUAIS.
           OPEN INPUT PERCENTUAIS.
           IF FS-PERCENTUAIS = 00
               PERFORM UNTIL EOF-PERCENTUAIS = 'Y'
                   READ PERCENTUAIS INTO WS-LINHA-PERCENTUAL
                       AT END
                           MOVE 'Y' TO EOF-PERCENTUAIS
                       NOT AT END
                           PERFORM ACUMULA-PERCENTUAL
                   END-READ
               END-PERFORM
               CLOSE PERCENTUAIS
           END-IF.
       ACUMULA-PERCENTUAL.
           IF WS-QTD-PERCENTUAIS NOT < 100
               DISPLAY 'TABELA DE PERCENTUAIS CHEIA (100) - LINHA '
                   'IGNORADA: ' WS-LINHA-PERCENTUAL
           ELSE
               UNSTRING WS-LINHA-PERCENTUAL
                   DELIMITED BY ','
                   INTO
                       WS-PCT-ID,
                       WS-PCT-VALOR
               END-UNSTRING
               ADD 1 TO WS-QTD-PERCENTUAIS
               MOVE WS-PCT-ID TO WS-PCT-TAB-ID (WS-QTD-PERCENTUAIS)
               MOVE WS-PCT-VALOR
                   TO WS-PCT-TAB-VALOR (WS-QTD-PERCENTUAIS)
           END-IF.
      * A ausencia de bancos.csv nao derruba o programa - cada
      * adiantamento sem dados bancarios sai no arquivo de
      * excecoes da remessa, como no COBOLPYTHON6.
       CARREGA-BANCOS.
           OPEN INPUT BANCOS.
           IF FS-BANCOS = 00
               PERFORM UNTIL EOF-BANCOS = 'Y'
                   READ BANCOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-BANCOS
                       NOT AT END
                           PERFORM ACUMULA-BANCO
                   END-READ
               END-PERFORM
               CLOSE BANCOS
           END-IF.
       ACUMULA-BANCO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-BCO-ID,
                   WS-BCO-BANCO,
                   WS-BCO-AGENCIA,
                   WS-BCO-CONTA
           END-UNSTRING.
           MOVE WS-BCO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-BANCO.
           IF WS-BCO-ACHADO = ZERO
               IF WS-QTD-BANCOS NOT < 100
                   DISPLAY 'TABELA DE BANCOS CHEIA (100) - LINHA '
                       'IGNORADA - ID: ' WS-BCO-ID
               ELSE
                   ADD 1 TO WS-QTD-BANCOS
                   MOVE WS-QTD-BANCOS TO WS-BCO-ACHADO
                   MOVE WS-BCO-ID TO WS-BCO-TAB-ID (WS-BCO-ACHADO)
               END-IF
           END-IF.
           IF WS-BCO-ACHADO > ZERO
               MOVE WS-BCO-BANCO TO WS-BCO-TAB-BANCO (WS-BCO-ACHADO)
               MOVE WS-BCO-AGENCIA
                   TO WS-BCO-TAB-AGENCIA (WS-BCO-ACHADO)
               MOVE WS-BCO-CONTA TO WS-BCO-TAB-CONTA (WS-BCO-ACHADO)
           END-IF.
      * Localiza a matricula WS-ID-BUSCA na tabela de dados
      * bancarios, deixando o indice em WS-BCO-ACHADO (zero quando
      * o funcionario nao tem cadastro bancario).
       BUSCA-BANCO.
           MOVE ZERO TO WS-BCO-ACHADO.
           PERFORM VARYING WS-IDX-BCO FROM 1 BY 1
               UNTIL WS-IDX-BCO > WS-QTD-BANCOS
               IF WS-BCO-TAB-ID (WS-IDX-BCO) = WS-ID-BUSCA
                   MOVE WS-IDX-BCO TO WS-BCO-ACHADO
               END-IF
           END-PERFORM.
       CARREGA-DESLIGAMENTOS.
           OPEN INPUT DESLIGAMENTOS.
           IF FS-DESLIGAMENTOS = 00 OR FS-DESLIGAMENTOS = 05
               PERFORM UNTIL EOF-DESLIGAMENTOS = 'Y'
                   READ DESLIGAMENTOS INTO WS-LINHA-DESLIGAMENTO
                       AT END
                           MOVE 'Y' TO EOF-DESLIGAMENTOS
                       NOT AT END
                           PERFORM ACUMULA-DESLIGAMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DESLIGAMENTOS.
       ACUMULA-DESLIGAMENTO.
           IF WS-QTD-DESLIGADOS NOT < 50
               DISPLAY 'TABELA DE DESLIGADOS CHEIA (50) - LINHA '
                   'IGNORADA: ' WS-LINHA-DESLIGAMENTO
           ELSE
               UNSTRING WS-LINHA-DESLIGAMENTO
                   DELIMITED BY ','
                   INTO
                       WS-DSL-ID,
                       WS-DSL-DATA
               END-UNSTRING
               ADD 1 TO WS-QTD-DESLIGADOS
               MOVE WS-DSL-ID TO WS-DSL-TAB-ID (WS-QTD-DESLIGADOS)
           END-IF.
       VERIFICA-DESLIGADO.
           MOVE 'N' TO WS-FUNC-DESLIGADO.
           PERFORM VARYING WS-IDX-DSL FROM 1 BY 1
               UNTIL WS-IDX-DSL > WS-QTD-DESLIGADOS
               IF WS-DSL-TAB-ID (WS-IDX-DSL) = WS-ID
                   MOVE 'S' TO WS-FUNC-DESLIGADO
               END-IF
           END-PERFORM.
      * Le o extrato de salarios com o mesmo tratamento de
      * cabecalho e trailer dos demais leitores de salarios.csv.
       LE-EXTRATO.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT < 30
               DISPLAY 'ERRO AO ABRIR SALARIOS.CSV - STATUS = '
                   FS-ARQUIVO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF = 'Y'
               READ ARQUIVO INTO WS-REGISTRO
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF CABECALHO = 'Y'
                           IF REGISTRO(1:2) = 'TR'
                               MOVE 'Y' TO EOF
                           ELSE
                               PERFORM UNSTRING-ARQUIVO
                               PERFORM CALCULA-ADIANTAMENTO
                           END-IF
                       END-IF
               END-READ
           MOVE 'Y' TO CABECALHO
           END-PERFORM.
           CLOSE ARQUIVO.
      * WS-DEPTO e limpo antes do UNSTRING para que um extrato ainda
      * sem a coluna de departamento caia no departamento em branco,
      * em vez de herdar o codigo do registro anterior.
       UNSTRING-ARQUIVO.
           MOVE SPACES TO WS-DEPTO.
           UNSTRING REGISTRO
               DELIMITED BY ','
               INTO
                   WS-ID,
                   WS-NOME,
                   WS-SALARIO,
                   WS-DEPTO
           END-UNSTRING.
      * Varre o mestre indexado em ordem de chave, como a listagem
      * do COBOLPYTHON4 - e a origem quando o extrato do mes ainda
      * nao foi gerado na data do adiantamento.
       LE-MASTER.
           OPEN INPUT FUNC-MASTER.
           IF FS-MASTER NOT < 30
               DISPLAY 'ERRO AO ABRIR O MESTRE - STATUS = ' FS-MASTER
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE ZERO TO MD-ID.
           START FUNC-MASTER KEY IS NOT LESS THAN MD-ID
               INVALID KEY
                   MOVE 'Y' TO EOF-MASTER
           END-START.
           PERFORM UNTIL EOF-MASTER = 'Y'
               READ FUNC-MASTER NEXT
                   AT END
                       MOVE 'Y' TO EOF-MASTER
                   NOT AT END
                       MOVE MD-ID TO WS-ID
                       MOVE MD-NOME TO WS-NOME
                       MOVE MD-SALARIO TO WS-SALARIO
                       MOVE MD-DEPTO TO WS-DEPTO
                       PERFORM CALCULA-ADIANTAMENTO
               END-READ
           END-PERFORM.
           CLOSE FUNC-MASTER.
      * Percentual do funcionario (ou o padrao) sobre o salario
      * base - o adiantamento nao considera ponto nem verbas, que
      * so entram no fechamento do mes. Desligado fica de fora.
       CALCULA-ADIANTAMENTO.
           ADD 1 TO WS-CONT-LIDOS.
           PERFORM VERIFICA-DESLIGADO.
           IF WS-FUNC-DESLIGADO = 'S'
               DISPLAY 'DESLIGADO FORA DO ADIANTAMENTO - ID: ' WS-ID
           ELSE
               IF WS-QTD-ADIANTAMENTOS NOT < 100
                   DISPLAY 'TABELA DE ADIANTAMENTOS CHEIA (100) - ID '
                       'FORA DO ADIANTAMENTO: ' WS-ID
               ELSE
                   MOVE WS-PERCENTUAL-PADRAO TO WS-PERCENTUAL
                   PERFORM VARYING WS-IDX-PCT FROM 1 BY 1
                       UNTIL WS-IDX-PCT > WS-QTD-PERCENTUAIS
                       IF WS-PCT-TAB-ID (WS-IDX-PCT) = WS-ID
                           MOVE WS-PCT-TAB-VALOR (WS-IDX-PCT)
                               TO WS-PERCENTUAL
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-QTD-ADIANTAMENTOS
                   SET WS-IDX-ADT TO WS-QTD-ADIANTAMENTOS
                   MOVE WS-ID TO WS-ADT-TAB-ID (WS-IDX-ADT)
                   MOVE WS-NOME TO WS-ADT-TAB-NOME (WS-IDX-ADT)
                   MOVE WS-DEPTO TO WS-ADT-TAB-DEPTO (WS-IDX-ADT)
                   MOVE WS-SALARIO TO WS-ADT-TAB-SALARIO (WS-IDX-ADT)
                   MOVE WS-PERCENTUAL TO WS-ADT-TAB-PCT (WS-IDX-ADT)
                   COMPUTE WS-ADT-TAB-VALOR (WS-IDX-ADT) ROUNDED =
                       WS-SALARIO * WS-PERCENTUAL / 100
                   MOVE WS-ID TO WS-ID-BUSCA
                   PERFORM BUSCA-BANCO
                   MOVE WS-BCO-ACHADO TO WS-ADT-TAB-BANCO (WS-IDX-ADT)
                   EVALUATE TRUE
                       WHEN WS-ADT-TAB-VALOR (WS-IDX-ADT) = ZERO
                           MOVE 'R' TO WS-ADT-TAB-SITUACAO (WS-IDX-ADT)
                       WHEN WS-BCO-ACHADO = ZERO
                           MOVE 'B' TO WS-ADT-TAB-SITUACAO (WS-IDX-ADT)
                       WHEN OTHER
                           MOVE 'C' TO WS-ADT-TAB-SITUACAO (WS-IDX-ADT)
                           ADD 1 TO WS-REM-QTD-ZONADO
                   END-EVALUATE
               END-IF
           END-IF.
      * A remessa do adiantamento e um arquivo proprio, para nao
      * se misturar com a do fechamento; as excecoes entram no
      * mesmo remessa-excecoes.txt em EXTEND, como as rejeicoes do
      * COBOLPYTHON11, para a conferencia das 6h enxergar tudo.
       ABRE-SAIDAS.
           OPEN OUTPUT REMESSA.
           OPEN EXTEND EXCECOES.
           OPEN OUTPUT RELATORIO.
           OPEN EXTEND HISTORICO.
       GRAVA-CABECALHO-REMESSA.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING 'HD' WS-ANO WS-MES WS-DIA WS-REM-QTD-ZONADO
               DELIMITED BY SIZE INTO WS-LINHA-REMESSA.
           WRITE REG-REMESSA FROM WS-LINHA-REMESSA.
      * Cada adiantamento apurado sai no relatorio; so os que vao
      * para a remessa ganham a linha 'A' no historico - adiantamento
      * que nao foi creditado nao pode ser descontado no fechamento.
       GRAVA-ADIANTAMENTO.
           EVALUATE WS-ADT-TAB-SITUACAO (WS-IDX-ADT)
               WHEN 'C'
                   PERFORM GRAVA-CREDITO
                   PERFORM GRAVA-HISTORICO
               WHEN 'B'
                   ADD 1 TO WS-QTD-SEM-BANCO
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'ADIANTAMENTO SEM DADOS BANCARIOS - ID: '
                       WS-ADT-TAB-ID (WS-IDX-ADT)
                       ' NOME: ' WS-ADT-TAB-NOME (WS-IDX-ADT)
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                   WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
                   ADD 1 TO WS-CONT-EXCECOES
                   DISPLAY 'SEM DADOS BANCARIOS - FORA DO '
                       'ADIANTAMENTO: ' WS-ADT-TAB-ID (WS-IDX-ADT)
               WHEN OTHER
                   ADD 1 TO WS-QTD-RECUSAS
           END-EVALUATE.
           PERFORM GRAVA-LINHA-RELATORIO.
       GRAVA-CREDITO.
           MOVE WS-ADT-TAB-BANCO (WS-IDX-ADT) TO WS-BCO-ACHADO.
           MOVE WS-ADT-TAB-ID (WS-IDX-ADT) TO WS-REM-ID-ZONADO.
           COMPUTE WS-REM-VALOR-CENT =
               WS-ADT-TAB-VALOR (WS-IDX-ADT) * 100.
           ADD WS-REM-VALOR-CENT TO WS-REM-TOTAL-CENT.
           ADD WS-ADT-TAB-VALOR (WS-IDX-ADT) TO WS-TOTAL-ADIANTADO.
           ADD 1 TO WS-CONTADOR-CREDITOS.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING WS-REM-ID-ZONADO
               WS-ADT-TAB-NOME (WS-IDX-ADT)
               WS-BCO-TAB-BANCO (WS-BCO-ACHADO)
               WS-BCO-TAB-AGENCIA (WS-BCO-ACHADO)
               WS-BCO-TAB-CONTA (WS-BCO-ACHADO)
               WS-REM-VALOR-CENT
               DELIMITED BY SIZE INTO WS-LINHA-REMESSA.
           WRITE REG-REMESSA FROM WS-LINHA-REMESSA.
      * Linha 'A' no historico: o valor do adiantamento como bruto
      * e liquido, sem INSS/IRRF - os descontos legais incidem so
      * no fechamento do mes, sobre o salario inteiro.
       GRAVA-HISTORICO.
           MOVE WS-ADT-TAB-VALOR (WS-IDX-ADT) TO WS-HIST-VALOR-ED.
           MOVE SPACES TO WS-LINHA-LIDA.
           STRING WS-PERIODO-FILTRO ',' WS-ADT-TAB-ID (WS-IDX-ADT)
               ',' WS-ADT-TAB-NOME (WS-IDX-ADT) ','
               WS-HIST-VALOR-ED ',' WS-HIST-ZERO-ED ','
               WS-HIST-ZERO-ED ',' WS-HIST-VALOR-ED ',A'
               DELIMITED BY SIZE INTO WS-LINHA-LIDA.
           WRITE REG-HISTORICO FROM WS-LINHA-LIDA.
       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING 'TR' WS-CONTADOR-CREDITOS WS-REM-TOTAL-CENT
               DELIMITED BY SIZE INTO WS-LINHA-REMESSA.
           WRITE REG-REMESSA FROM WS-LINHA-REMESSA.
       GRAVA-CABECALHO-RELATORIO.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ADIANTAMENTO QUINZENAL - COMPETENCIA: '
               WS-PERIODO-FILTRO ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    NOME                 DEPTO   SALARIO'
               '      PCT   ADIANTAMENTO  SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-LINHA-RELATORIO.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE WS-ADT-TAB-SALARIO (WS-IDX-ADT) TO WS-SALARIO-EDITADO.
           INSPECT WS-SALARIO-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-SALARIO-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-SALARIO-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-ADT-TAB-VALOR (WS-IDX-ADT) TO WS-VALOR-EDITADO.
           INSPECT WS-VALOR-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-ADT-TAB-PCT (WS-IDX-ADT) TO WS-PCT-EDITADO.
           INSPECT WS-PCT-EDITADO REPLACING ALL '.' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           EVALUATE WS-ADT-TAB-SITUACAO (WS-IDX-ADT)
               WHEN 'C'
                   STRING WS-ADT-TAB-ID (WS-IDX-ADT) ' '
                       WS-ADT-TAB-NOME (WS-IDX-ADT) ' '
                       WS-ADT-TAB-DEPTO (WS-IDX-ADT)
                       ' R$ ' WS-SALARIO-EDITADO
                       ' ' WS-PCT-EDITADO '%'
                       ' R$ ' WS-VALOR-EDITADO
                       ' CREDITADO'
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WHEN 'B'
                   STRING WS-ADT-TAB-ID (WS-IDX-ADT) ' '
                       WS-ADT-TAB-NOME (WS-IDX-ADT) ' '
                       WS-ADT-TAB-DEPTO (WS-IDX-ADT)
                       ' R$ ' WS-SALARIO-EDITADO
                       ' ' WS-PCT-EDITADO '%'
                       ' R$ ' WS-VALOR-EDITADO
                       ' SEM DADOS BANCARIOS'
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WHEN OTHER
                   STRING WS-ADT-TAB-ID (WS-IDX-ADT) ' '
                       WS-ADT-TAB-NOME (WS-IDX-ADT) ' '
                       WS-ADT-TAB-DEPTO (WS-IDX-ADT)
                       ' R$ ' WS-SALARIO-EDITADO
                       ' ' WS-PCT-EDITADO '%'
                       ' R$ ' WS-VALOR-EDITADO
                       ' SEM ADIANTAMENTO (OPCAO)'
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-EVALUATE.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
       GRAVA-TOTAIS-RELATORIO.
           IF WS-PAGINA = ZERO
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE WS-TOTAL-ADIANTADO TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-CONTADOR-CREDITOS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DE CREDITOS: ' WS-QTD-EDITADA
               ' - TOTAL ADIANTADO: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-QTD-RECUSAS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SEM ADIANTAMENTO POR OPCAO: ' WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-QTD-SEM-BANCO TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'FORA DA REMESSA (SEM DADOS BANCARIOS): '
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       FECHA-ARQUIVO.
           CLOSE REMESSA.
           CLOSE EXCECOES.
           CLOSE RELATORIO.
           CLOSE HISTORICO.
       END PROGRAM COBOLPYTHON16.

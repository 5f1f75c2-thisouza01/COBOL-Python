      *          de dados bancarios dos funcionarios (bancos.csv),
      *          com cabecalho datado, detalhe de largura fixa com o
      *          valor em centavos e trailer de quantidade e total,
      *          na mesma disciplina do feed de GL (COBOLPYTHON3).
      *          A pensao alimenticia retida na folha (razao
      *          pensao-retencoes.csv) sai na mesma remessa, como
      *          credito ao beneficiario cadastrado no COBOLPYTHON20,
      *          para a conciliacao do COBOLPYTHON11 cobrir tambem
      *          esses creditos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL COMPETENCIAS ASSIGN TO 'competencias.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPETENCIAS.
           SELECT OPTIONAL BENEFICIARIOS
           ASSIGN TO 'beneficiarios-pensao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENEFICIARIOS.
           SELECT OPTIONAL RETENCOES-PENSAO
           ASSIGN TO 'pensao-retencoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCOES.
           SELECT OPTIONAL PAGAMENTOS-PENSAO
           ASSIGN TO 'pensao-pagamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAMENTOS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  COMPETENCIAS.
       01 REG-COMPETENCIA  PIC X(40).
      *
       FD  BENEFICIARIOS.
       01 REG-BENEFICIARIO PIC X(120).
      *
       FD  RETENCOES-PENSAO.
       01 REG-RETENCAO-PENSAO PIC X(80).
      *
       FD  PAGAMENTOS-PENSAO.
       01 REG-PAGAMENTO-PENSAO PIC X(80).
      *
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
       01  WS-LINHA-LIDA       PIC X(120).
      *
      * Cadastro bancario: 'ID,BANCO,AGENCIA,CONTA' em bancos.csv.
       01  WS-LINHA-BANCO.
           05 FS-REMESSA   PIC 9(02).
           05 FS-EXCECOES  PIC 9(02).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-BENEFICIARIOS PIC 9(02).
           05 FS-RETENCOES PIC 9(02).
           05 FS-PAGAMENTOS PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-BANCOS      PIC X(01) VALUE 'N'.
       01  EOF-BENEFICIARIOS PIC X(01) VALUE 'N'.
       01  EOF-RETENCOES   PIC X(01) VALUE 'N'.
      *
      * Consulta ao controle de fechamento de competencias
      * (competencias.csv, diario somente-anexa mantido pelo
       01  WS-ID-BUSCA     PIC 9(05) VALUE ZERO.
       01  WS-ID-REMESSA   PIC 9(05) VALUE ZERO.
      *
      * Cadastro de beneficiarios de pensao (beneficiarios-pensao.csv,
      * mantido pelo COBOLPYTHON20): 'ID,VERBA,CODIGO,NOME,BANCO,
      * AGENCIA,CONTA,PROCESSO,SITUACAO'. O CODIGO do beneficiario
      * (6 digitos, a partir de 100001) vai no lugar da matricula
      * no detalhe da remessa - nunca colide com a matricula de 5
      * digitos do credito de salario, e e por ele que o retorno do
      * banco casa no COBOLPYTHON11. SITUACAO 'E' e pensao
      * encerrada, que nao recebe mais credito.
       01  WS-LINHA-BENEFICIARIO.
           05 WS-BEN-ID        PIC 9(05).
           05 WS-BEN-VERBA     PIC 9(03).
           05 WS-BEN-CODIGO    PIC 9(06).
           05 WS-BEN-NOME      PIC X(20).
           05 WS-BEN-BANCO     PIC X(03).
           05 WS-BEN-AGENCIA   PIC X(04).
           05 WS-BEN-CONTA     PIC X(10).
           05 WS-BEN-PROCESSO  PIC X(25).
           05 WS-BEN-SITUACAO  PIC X(01).
       01  WS-TAB-BENEFICIARIO.
           05 WS-BEN-OCOR OCCURS 100 TIMES.
               10 WS-BEN-TAB-ID       PIC 9(05).
               10 WS-BEN-TAB-VERBA    PIC 9(03).
               10 WS-BEN-TAB-CODIGO   PIC 9(06).
               10 WS-BEN-TAB-NOME     PIC X(20).
               10 WS-BEN-TAB-BANCO    PIC X(03).
               10 WS-BEN-TAB-AGENCIA  PIC X(04).
               10 WS-BEN-TAB-CONTA    PIC X(10).
               10 WS-BEN-TAB-SITUACAO PIC X(01).
       01  WS-QTD-BENEFICIARIOS PIC 9(03) VALUE ZERO.
       01  WS-BEN-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-IDX-BEN      PIC 9(03) VALUE ZERO.
      *
      * Retencoes de pensao do periodo (pensao-retencoes.csv,
      * 'AAAAMM,ID,NOME,VERBA,BASE,VALOR', anexado pela folha
      * oficial), uma por funcionario + verba - retencao regravada
      * em dobro (reprocessamento) fica com a ULTIMA, como os
      * liquidos da folha.
       01  WS-LINHA-RETENCAO.
           05 WS-RET-PERIODO   PIC X(06).
           05 WS-RET-ID        PIC 9(05).
           05 WS-RET-NOME      PIC X(20).
           05 WS-RET-VERBA     PIC 9(03).
           05 WS-RET-BASE      PIC 9(05)V99.
           05 WS-RET-VALOR     PIC 9(05)V99.
       01  WS-TAB-PENSAO.
           05 WS-PNS-OCOR OCCURS 100 TIMES.
               10 WS-PNS-TAB-ID       PIC 9(05).
               10 WS-PNS-TAB-VERBA    PIC 9(03).
               10 WS-PNS-TAB-NOME     PIC X(20).
               10 WS-PNS-TAB-VALOR    PIC 9(05)V99.
       01  WS-QTD-PENSOES  PIC 9(03) VALUE ZERO.
       01  WS-PNS-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-IDX-PNS      PIC 9(03) VALUE ZERO.
       01  WS-VERBA-BUSCA  PIC 9(03) VALUE ZERO.
      *
      * Pagamento de pensao registrado a cada credito remetido
      * (pensao-pagamentos.csv, 'AAAAMM,ID,VERBA,CODIGO,VALOR,
      * AAAAMMDD'), a data de pagamento que o extrato judicial do
      * COBOLPYTHON20 informa.
       01  WS-LINHA-PAGAMENTO   PIC X(80).
       01  WS-PAG-VALOR-ED      PIC 9(05).99.
      *
      * Linha de remessa - largura fixa, numericos zonados, valor
      * do credito em centavos (sem ponto decimal implicito).
       01  WS-LINHA-REMESSA     PIC X(60).
           INITIALIZE WS-TAB-BANCO.
           PERFORM CARREGA-FOLHA.
           PERFORM CARREGA-BANCOS.
           PERFORM CARREGA-BENEFICIARIOS.
           PERFORM CARREGA-RETENCOES.
           PERFORM ABRE-SAIDAS.
           PERFORM GRAVA-CABECALHO-REMESSA.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
                   PERFORM GRAVA-CREDITO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PNS FROM 1 BY 1
               UNTIL WS-IDX-PNS > WS-QTD-PENSOES
               PERFORM GRAVA-CREDITO-PENSAO
           END-PERFORM.
           PERFORM GRAVA-TRAILER-REMESSA.
           PERFORM FECHA-ARQUIVO.
           STOP RUN.
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
               MOVE WS-HIST-ID TO WS-ID-BUSCA
               PERFORM BUSCA-FOLHA
               IF WS-FOL-ACHADO > ZERO
                   TO WS-BCO-TAB-AGENCIA (WS-BCO-ACHADO)
               MOVE WS-BCO-CONTA TO WS-BCO-TAB-CONTA (WS-BCO-ACHADO)
           END-IF.
      * Carrega o cadastro de beneficiarios de pensao. A ausencia do
      * arquivo nao e erro aqui - retencao sem beneficiario vai para
      * o arquivo de excecoes, como salario sem dados bancarios.
       CARREGA-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS.
           IF FS-BENEFICIARIOS = 00 OR FS-BENEFICIARIOS = 05
               PERFORM UNTIL EOF-BENEFICIARIOS = 'Y'
                   READ BENEFICIARIOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-BENEFICIARIOS
                       NOT AT END
                           PERFORM ACUMULA-BENEFICIARIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIARIOS.
       ACUMULA-BENEFICIARIO.
           MOVE SPACE TO WS-BEN-SITUACAO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-BEN-ID,
                   WS-BEN-VERBA,
                   WS-BEN-CODIGO,
                   WS-BEN-NOME,
                   WS-BEN-BANCO,
                   WS-BEN-AGENCIA,
                   WS-BEN-CONTA,
                   WS-BEN-PROCESSO,
                   WS-BEN-SITUACAO
           END-UNSTRING.
           MOVE WS-BEN-ID TO WS-ID-BUSCA.
           MOVE WS-BEN-VERBA TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           IF WS-BEN-ACHADO = ZERO
               IF WS-QTD-BENEFICIARIOS NOT < 100
                   DISPLAY 'TABELA DE BENEFICIARIOS CHEIA (100) - '
                       'LINHA IGNORADA - ID: ' WS-BEN-ID
               ELSE
                   ADD 1 TO WS-QTD-BENEFICIARIOS
                   MOVE WS-QTD-BENEFICIARIOS TO WS-BEN-ACHADO
                   MOVE WS-BEN-ID TO WS-BEN-TAB-ID (WS-BEN-ACHADO)
                   MOVE WS-BEN-VERBA TO WS-BEN-TAB-VERBA (WS-BEN-ACHADO)
               END-IF
           END-IF.
           IF WS-BEN-ACHADO > ZERO
               MOVE WS-BEN-CODIGO TO WS-BEN-TAB-CODIGO (WS-BEN-ACHADO)
               MOVE WS-BEN-NOME TO WS-BEN-TAB-NOME (WS-BEN-ACHADO)
               MOVE WS-BEN-BANCO TO WS-BEN-TAB-BANCO (WS-BEN-ACHADO)
               MOVE WS-BEN-AGENCIA
                   TO WS-BEN-TAB-AGENCIA (WS-BEN-ACHADO)
               MOVE WS-BEN-CONTA TO WS-BEN-TAB-CONTA (WS-BEN-ACHADO)
               MOVE WS-BEN-SITUACAO
                   TO WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO)
           END-IF.
      * Localiza o beneficiario da pensao WS-ID-BUSCA/WS-VERBA-BUSCA,
      * deixando o indice em WS-BEN-ACHADO (zero quando a pensao nao
      * tem beneficiario cadastrado).
       BUSCA-BENEFICIARIO.
           MOVE ZERO TO WS-BEN-ACHADO.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
               UNTIL WS-IDX-BEN > WS-QTD-BENEFICIARIOS
               IF WS-BEN-TAB-ID (WS-IDX-BEN) = WS-ID-BUSCA
                   AND WS-BEN-TAB-VERBA (WS-IDX-BEN) = WS-VERBA-BUSCA
                   MOVE WS-IDX-BEN TO WS-BEN-ACHADO
               END-IF
           END-PERFORM.
      * Carrega as retencoes de pensao do periodo filtrado. A
      * ausencia do razao e so um periodo sem pensao.
       CARREGA-RETENCOES.
           OPEN INPUT RETENCOES-PENSAO.
           IF FS-RETENCOES = 00 OR FS-RETENCOES = 05
               PERFORM UNTIL EOF-RETENCOES = 'Y'
                   READ RETENCOES-PENSAO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-RETENCOES
                       NOT AT END
                           PERFORM ACUMULA-RETENCAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RETENCOES-PENSAO.
       ACUMULA-RETENCAO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-RET-PERIODO,
                   WS-RET-ID,
                   WS-RET-NOME,
                   WS-RET-VERBA,
                   WS-RET-BASE,
                   WS-RET-VALOR
           END-UNSTRING.
           IF WS-RET-PERIODO = WS-PERIODO-FILTRO
               MOVE ZERO TO WS-PNS-ACHADO
               PERFORM VARYING WS-IDX-PNS FROM 1 BY 1
                   UNTIL WS-IDX-PNS > WS-QTD-PENSOES
                   IF WS-PNS-TAB-ID (WS-IDX-PNS) = WS-RET-ID
                       AND WS-PNS-TAB-VERBA (WS-IDX-PNS)
                           = WS-RET-VERBA
                       MOVE WS-IDX-PNS TO WS-PNS-ACHADO
                   END-IF
               END-PERFORM
               IF WS-PNS-ACHADO = ZERO
                   IF WS-QTD-PENSOES NOT < 100
                       DISPLAY 'TABELA DE PENSOES CHEIA (100) - ID '
                           'FORA DA REMESSA: ' WS-RET-ID
                   ELSE
                       ADD 1 TO WS-QTD-PENSOES
                       MOVE WS-QTD-PENSOES TO WS-PNS-ACHADO
                       MOVE WS-RET-ID TO WS-PNS-TAB-ID (WS-PNS-ACHADO)
                       MOVE WS-RET-VERBA
                           TO WS-PNS-TAB-VERBA (WS-PNS-ACHADO)
                   END-IF
               END-IF
               IF WS-PNS-ACHADO > ZERO
                   MOVE WS-RET-NOME TO WS-PNS-TAB-NOME (WS-PNS-ACHADO)
                   MOVE WS-RET-VALOR
                       TO WS-PNS-TAB-VALOR (WS-PNS-ACHADO)
               END-IF
           END-IF.
       ABRE-SAIDAS.
           OPEN OUTPUT REMESSA.
           OPEN OUTPUT EXCECOES.
           IF WS-QTD-PENSOES > ZERO
               OPEN EXTEND PAGAMENTOS-PENSAO
           END-IF.
       GRAVA-CABECALHO-REMESSA.
           MOVE ZERO TO WS-REM-QTD-ZONADO.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PNS FROM 1 BY 1
               UNTIL WS-IDX-PNS > WS-QTD-PENSOES
               MOVE WS-PNS-TAB-ID (WS-IDX-PNS) TO WS-ID-BUSCA
               MOVE WS-PNS-TAB-VERBA (WS-IDX-PNS) TO WS-VERBA-BUSCA
               PERFORM BUSCA-BENEFICIARIO
               IF WS-BEN-ACHADO > ZERO
                   AND WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO) NOT = 'E'
                   ADD 1 TO WS-REM-QTD-ZONADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING 'HD' WS-ANO WS-MES WS-DIA WS-REM-QTD-ZONADO
               DELIMITED BY SIZE INTO WS-LINHA-REMESSA.
               DISPLAY 'SEM DADOS BANCARIOS - FORA DA REMESSA: '
                   WS-ID-REMESSA
           END-IF.
      * Um credito por pensao retida no periodo, ao beneficiario
      * cadastrado para o funcionario + verba, identificado pelo
      * codigo do beneficiario. Retencao sem beneficiario (ou com a
      * pensao encerrada no cadastro) sai no arquivo de excecoes -
      * o dinheiro fica retido ate a Tesouraria regularizar.
       GRAVA-CREDITO-PENSAO.
           MOVE WS-PNS-TAB-ID (WS-IDX-PNS) TO WS-ID-BUSCA.
           MOVE WS-PNS-TAB-VERBA (WS-IDX-PNS) TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           IF WS-BEN-ACHADO > ZERO
               AND WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO) NOT = 'E'
               MOVE WS-BEN-TAB-CODIGO (WS-BEN-ACHADO)
                   TO WS-REM-ID-ZONADO
               COMPUTE WS-REM-VALOR-CENT =
                   WS-PNS-TAB-VALOR (WS-IDX-PNS) * 100
               ADD WS-REM-VALOR-CENT TO WS-REM-TOTAL-CENT
               ADD 1 TO WS-CONTADOR-CREDITOS
               MOVE SPACES TO WS-LINHA-REMESSA
               STRING WS-REM-ID-ZONADO
                   WS-BEN-TAB-NOME (WS-BEN-ACHADO)
                   WS-BEN-TAB-BANCO (WS-BEN-ACHADO)
                   WS-BEN-TAB-AGENCIA (WS-BEN-ACHADO)
                   WS-BEN-TAB-CONTA (WS-BEN-ACHADO)
                   WS-REM-VALOR-CENT
                   DELIMITED BY SIZE INTO WS-LINHA-REMESSA
               WRITE REG-REMESSA FROM WS-LINHA-REMESSA
               MOVE WS-PNS-TAB-VALOR (WS-IDX-PNS) TO WS-PAG-VALOR-ED
               MOVE SPACES TO WS-LINHA-PAGAMENTO
               STRING WS-PERIODO-FILTRO ','
                   WS-PNS-TAB-ID (WS-IDX-PNS) ','
                   WS-PNS-TAB-VERBA (WS-IDX-PNS) ','
                   WS-REM-ID-ZONADO ',' WS-PAG-VALOR-ED ','
                   WS-ANO WS-MES WS-DIA
                   DELIMITED BY SIZE INTO WS-LINHA-PAGAMENTO
               WRITE REG-PAGAMENTO-PENSAO FROM WS-LINHA-PAGAMENTO
           ELSE
               MOVE SPACES TO WS-LINHA-EXCECAO
               STRING 'PENSAO SEM BENEFICIARIO ATIVO - ID: '
                   WS-PNS-TAB-ID (WS-IDX-PNS)
                   ' VERBA: ' WS-PNS-TAB-VERBA (WS-IDX-PNS)
                   ' NOME: ' WS-PNS-TAB-NOME (WS-IDX-PNS)
                   DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
               WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
               DISPLAY 'PENSAO SEM BENEFICIARIO - FORA DA REMESSA: '
                   WS-PNS-TAB-ID (WS-IDX-PNS) ' VERBA: '
                   WS-PNS-TAB-VERBA (WS-IDX-PNS)
           END-IF.
       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING 'TR' WS-CONTADOR-CREDITOS WS-REM-TOTAL-CENT
       FECHA-ARQUIVO.
           CLOSE REMESSA.
           CLOSE EXCECOES.
           IF WS-QTD-PENSOES > ZERO
               CLOSE PAGAMENTOS-PENSAO
           END-IF.
       END PROGRAM COBOLPYTHON6.

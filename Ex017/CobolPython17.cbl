      ******************************************************************
      * Author:
      * Date:
      * Purpose: Folha complementar de dissidio - a partir da
      *          competencia de vigencia do acordo (AAAAMM) e dos
      *          percentuais de taxas.csv (os mesmos do reajuste do
      *          COBOLPYTHON2, padrao 5%), refaz para cada
      *          competencia ja fechada em competencias.csv o que o
      *          historico de folha teria com o salario novo e paga
      *          a diferenca bruta por funcionario e mes, com INSS e
      *          IRRF sobre a diferenca pela tabela vigente naquele
      *          mes (tabelas-impostos.csv). Gera o relatorio da
      *          complementar, a remessa das diferencas no leiaute da
      *          remessa-banco.txt e anexa ao historico uma linha por
      *          funcionario e mes com a marca 'C' (complementar) no
      *          oitavo campo, na competencia de origem, para o
      *          informe de rendimentos (COBOLPYTHON5) e os encargos
      *          (COBOLPYTHON12) enxergarem a diferenca no mes certo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON17.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXAS ASSIGN TO 'taxas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TAXAS.
           SELECT OPTIONAL COMPETENCIAS ASSIGN TO 'competencias.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPETENCIAS.
           SELECT TABELAS-IMPOSTOS ASSIGN TO 'tabelas-impostos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-IMPOSTOS.
           SELECT BANCOS ASSIGN TO 'bancos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCOS.
           SELECT OPTIONAL HISTORICO ASSIGN TO 'historico.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.
           SELECT REMESSA ASSIGN TO 'remessa-complementar.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-REMESSA.
           SELECT OPTIONAL EXCECOES ASSIGN TO 'remessa-excecoes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXCECOES.
           SELECT RELATORIO ASSIGN TO 'relatorio-complementar.txt'
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
       FD  TAXAS.
       01 REG-TAXA         PIC X(20).
      *
       FD  COMPETENCIAS.
       01 REG-COMPETENCIA  PIC X(40).
      *
       FD  TABELAS-IMPOSTOS.
       01 REG-IMPOSTO      PIC X(50).
      *
       FD  BANCOS.
       01 REG-BANCO        PIC X(40).
      *
       FD  HISTORICO.
       01 REG-HISTORICO    PIC X(80).
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
       01  FILE-STATUS.
           05 FS-TAXAS     PIC 9(02).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-IMPOSTOS  PIC 9(02).
           05 FS-BANCOS    PIC 9(02).
           05 FS-HISTORICO PIC 9(02).
           05 FS-REMESSA   PIC 9(02).
           05 FS-EXCECOES  PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF-TAXAS       PIC X(01) VALUE 'N'.
       01  EOF-COMPETENCIAS PIC X(01) VALUE 'N'.
       01  EOF-IMPOSTOS    PIC X(01) VALUE 'N'.
       01  EOF-BANCOS      PIC X(01) VALUE 'N'.
       01  EOF-HISTORICO   PIC X(01) VALUE 'N'.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1 ('AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO'),
      * mais o oitavo campo de tipo: em branco e a folha mensal,
      * 'A' o adiantamento quinzenal e 'C' a complementar gravada
      * aqui.
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
       01  WS-HIST-BRUTO-ED    PIC 9(05).99.
       01  WS-HIST-INSS-ED     PIC 9(05).99.
       01  WS-HIST-IRRF-ED     PIC 9(05).99.
       01  WS-HIST-LIQ-ED      PIC 9(05).99.
       01  WS-COMPLEMENTAR-GRAVADA PIC X(01) VALUE 'N'.
      *
      * Tabela de taxas de reajuste por funcionario, carregada de
      * taxas.csv (WS-ID,PERCENTUAL), no mesmo molde do
      * COBOLPYTHON2 - quem nao estiver na tabela tem a diferenca
      * calculada pelo percentual padrao, como no reajuste.
       01  WS-LINHA-TAXA   PIC X(20).
       01  WS-TAXA-ID      PIC 9(05).
       01  WS-TAXA-PCT     PIC 9(02)V99.
       01  WS-TAB-TAXAS.
           05 WS-TAXA OCCURS 50 TIMES INDEXED BY WS-IDX-TAXA.
               10 WS-TAXA-TAB-ID  PIC 9(05).
               10 WS-TAXA-TAB-PCT PIC 9(02)V99.
       01  WS-QTD-TAXAS    PIC 9(03) VALUE ZERO.
       01  WS-PERCENTUAL-PADRAO PIC 9(02)V99 VALUE 5.00.
       01  WS-PERCENTUAL   PIC 9(02)V99 VALUE ZERO.
      *
      * Situacao de cada competencia no controle de fechamento
      * (competencias.csv, mantido pelo COBOLPYTHON13) - vale a
      * ultima operacao registrada para o periodo; so as fechadas
      * ('F') recebem complementar, as abertas ainda vao rodar na
      * folha normal com o salario ja reajustado.
       01  WS-LINHA-COMPETENCIA.
           05 WS-CMP-PERIODO   PIC X(06).
           05 WS-CMP-OPERACAO  PIC X(01).
           05 WS-CMP-RESTO     PIC X(30).
       01  WS-TAB-COMPETENCIAS.
           05 WS-CMP-OCOR OCCURS 60 TIMES INDEXED BY WS-IDX-CMP.
               10 WS-CMP-TAB-PERIODO  PIC X(06).
               10 WS-CMP-TAB-SITUACAO PIC X(01).
       01  WS-QTD-COMPETENCIAS PIC 9(03) VALUE ZERO.
       01  WS-CMP-ACHADA       PIC 9(03) VALUE ZERO.
       01  WS-PERIODO-FECHADO  PIC X(01) VALUE 'N'.
      *
      * Faixas de INSS e IRRF de tabelas-impostos.csv
      * ('VIGENCIA,TIPO,TETO,ALIQUOTA,PARCELA'), com a mesma
      * selecao de vigencia do COBOLPYTHON1 - so que refeita a cada
      * competencia da complementar, porque cada mes atrasado
      * desconta pela tabela que vigorava nele, nao pela de hoje.
       01  WS-LINHA-IMPOSTO    PIC X(50).
       01  WS-IMP-VIGENCIA     PIC 9(06).
       01  WS-IMP-TIPO         PIC X(01).
       01  WS-IMP-TETO         PIC 9(07)V99.
       01  WS-IMP-ALIQ         PIC 9(02)V99.
       01  WS-IMP-PARCELA      PIC 9(05)V99.
       01  WS-TAB-IMPOSTOS.
           05 WS-IMP-OCOR OCCURS 40 TIMES INDEXED BY WS-IDX-IMP.
               10 WS-IMP-TAB-VIGENCIA PIC 9(06).
               10 WS-IMP-TAB-TIPO     PIC X(01).
               10 WS-IMP-TAB-TETO     PIC 9(07)V99.
               10 WS-IMP-TAB-ALIQ     PIC 9(02)V99.
               10 WS-IMP-TAB-PARCELA  PIC 9(05)V99.
       01  WS-QTD-IMPOSTOS     PIC 9(03) VALUE ZERO.
       01  WS-VIG-INSS         PIC 9(06) VALUE ZERO.
       01  WS-VIG-IRRF         PIC 9(06) VALUE ZERO.
       01  WS-TAB-FAIXAS-INSS.
           05 WS-FXI-OCOR OCCURS 10 TIMES INDEXED BY WS-IDX-FXI.
               10 WS-FXI-TETO    PIC 9(07)V99.
               10 WS-FXI-ALIQ    PIC 9(02)V99.
               10 WS-FXI-PARCELA PIC 9(05)V99.
       01  WS-QTD-FAIXAS-INSS  PIC 9(02) VALUE ZERO.
       01  WS-TAB-FAIXAS-IRRF.
           05 WS-FXR-OCOR OCCURS 10 TIMES INDEXED BY WS-IDX-FXR.
               10 WS-FXR-TETO    PIC 9(07)V99.
               10 WS-FXR-ALIQ    PIC 9(02)V99.
               10 WS-FXR-PARCELA PIC 9(05)V99.
       01  WS-QTD-FAIXAS-IRRF  PIC 9(02) VALUE ZERO.
       01  WS-PERIODO-PROCESSO PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-FAIXAS   PIC 9(06) VALUE ZERO.
       01  WS-BASE-FAIXA       PIC 9(07)V99 VALUE ZERO.
       01  WS-DESC-FAIXA       PIC S9(07)V99 VALUE ZERO.
       01  WS-ALIQ-FAIXA       PIC 9(02)V99 VALUE ZERO.
       01  WS-FAIXA-ACHADA     PIC 9(02) VALUE ZERO.
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
      * Uma linha por funcionario e competencia fechada a partir da
      * vigencia: o bruto que a folha pagou (linha mensal do
      * historico; reprocessamento anexado em dobro prevalece a
      * ultima) e as diferencas apuradas sobre ele.
       01  WS-TAB-DIFERENCAS.
           05 WS-DIF-OCOR OCCURS 500 TIMES INDEXED BY WS-IDX-DIF.
               10 WS-DIF-PERIODO    PIC X(06).
               10 WS-DIF-ID         PIC 9(05).
               10 WS-DIF-NOME       PIC X(20).
               10 WS-DIF-BRUTO-ORIG PIC 9(05)V99.
               10 WS-DIF-PCT        PIC 9(02)V99.
               10 WS-DIF-BRUTO      PIC 9(05)V99.
               10 WS-DIF-INSS       PIC 9(05)V99.
               10 WS-DIF-IRRF       PIC 9(05)V99.
               10 WS-DIF-LIQ        PIC 9(05)V99.
       01  WS-QTD-DIFERENCAS   PIC 9(03) VALUE ZERO.
       01  WS-DIF-ACHADA       PIC 9(03) VALUE ZERO.
      *
      * Total liquido da complementar por funcionario - a remessa
      * leva um credito por funcionario, somando todos os meses.
       01  WS-TAB-CREDITOS.
           05 WS-CRD-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-CRD.
               10 WS-CRD-ID     PIC 9(05).
               10 WS-CRD-NOME   PIC X(20).
               10 WS-CRD-LIQ    PIC 9(07)V99.
               10 WS-CRD-BANCO  PIC 9(03).
       01  WS-QTD-CREDITOS     PIC 9(03) VALUE ZERO.
       01  WS-CRD-ACHADO       PIC 9(03) VALUE ZERO.
      *
      * Campos de apuracao da diferenca de um funcionario/mes.
       01  WS-BRUTO-NOVO       PIC 9(06)V99 VALUE ZERO.
       01  WS-INSS-ORIG        PIC 9(05)V99 VALUE ZERO.
       01  WS-INSS-NOVO        PIC 9(05)V99 VALUE ZERO.
       01  WS-IRRF-ORIG        PIC 9(05)V99 VALUE ZERO.
       01  WS-IRRF-NOVO        PIC 9(05)V99 VALUE ZERO.
       01  WS-BASE-IRRF        PIC 9(07)V99 VALUE ZERO.
       01  WS-LIQUIDO-APURADO  PIC S9(06)V99 VALUE ZERO.
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
      * Relatorio da complementar, paginado como o relatorio.txt
      * da folha mensal.
       01  WS-LINHA-RELATORIO   PIC X(132).
       01  WS-PAGINA            PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA    PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS  PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 15.
       01  WS-ORIG-EDITADO      PIC ZZ,ZZ9.99.
       01  WS-BRUTO-EDITADO     PIC ZZ,ZZ9.99.
       01  WS-INSS-EDITADO      PIC ZZ,ZZ9.99.
       01  WS-IRRF-EDITADO      PIC ZZ,ZZ9.99.
       01  WS-LIQ-EDITADO       PIC ZZ,ZZ9.99.
       01  WS-PCT-EDITADO       PIC Z9.99.
       01  WS-TOTAL-BRUTO       PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-INSS        PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-IRRF        PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-LIQ         PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WS-QTD-EDITADA       PIC ZZZZ9.
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
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON17'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'historico.csv'.
      *
      * Competencia de vigencia do acordo (AAAAMM) no argumento 1,
      * obrigatoria - e dela em diante que as competencias fechadas
      * recebem a diferenca.
       01  WS-PARM-VIGENCIA    PIC X(06) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-VIGENCIA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-VIGENCIA
           END-ACCEPT.
           IF WS-PARM-VIGENCIA = SPACES
               OR WS-PARM-VIGENCIA IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON17 <AAAAMM DA VIGENCIA>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-COMPETENCIAS.
           PERFORM CARREGA-TABELAS-IMPOSTOS.
           INITIALIZE WS-TAB-BANCO.
           PERFORM CARREGA-BANCOS.
           PERFORM CARREGA-HISTORICO.
           IF WS-COMPLEMENTAR-GRAVADA = 'S'
               DISPLAY 'JA EXISTE COMPLEMENTAR NO HISTORICO PARA '
                   'COMPETENCIA FECHADA A PARTIR DE ' WS-PARM-VIGENCIA
                   ' - NAO E GERADA DE NOVO'
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > WS-QTD-DIFERENCAS
               PERFORM CALCULA-DIFERENCA
           END-PERFORM.
           PERFORM ABRE-SAIDAS.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > WS-QTD-DIFERENCAS
               PERFORM GRAVA-DIFERENCA
           END-PERFORM.
           PERFORM GRAVA-CABECALHO-REMESSA.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-QTD-CREDITOS
               PERFORM GRAVA-CREDITO
           END-PERFORM.
           PERFORM GRAVA-TRAILER-REMESSA.
           PERFORM GRAVA-TOTAIS-RELATORIO.
           PERFORM FECHA-ARQUIVO.
           DISPLAY 'COMPLEMENTAR DE DISSIDIO DESDE ' WS-PARM-VIGENCIA
               ' - LINHAS: ' WS-QTD-DIFERENCAS
               ' - CREDITOS: ' WS-CONTADOR-CREDITOS.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Resumo padronizado de fim de job no log compartilhado -
      * abre em EXTEND, grava uma linha e fecha, para que os
      * caminhos de erro tambem consigam registrar o RETURN-CODE
      * final antes do STOP RUN.
       GRAVA-LOG-PROCESSAMENTO.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE WS-CONT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-QTD-DIFERENCAS TO WS-LOG-GRAVADOS.
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
      * A ausencia de taxas.csv nao e erro - todo mundo recebe a
      * diferenca pelo percentual padrao, como no reajuste.
       CARREGA-TAXAS.
           OPEN INPUT TAXAS.
           IF FS-TAXAS = 00
               PERFORM UNTIL EOF-TAXAS = 'Y'
                   READ TAXAS INTO WS-LINHA-TAXA
                       AT END
                           MOVE 'Y' TO EOF-TAXAS
                       NOT AT END
                           PERFORM ACUMULA-TAXA
                   END-READ
               END-PERFORM
               CLOSE TAXAS
           END-IF.
       ACUMULA-TAXA.
           IF WS-QTD-TAXAS NOT < 50
               DISPLAY 'TABELA DE TAXAS CHEIA (50) - LINHA IGNORADA: '
                   WS-LINHA-TAXA
           ELSE
               UNSTRING WS-LINHA-TAXA
                   DELIMITED BY ','
                   INTO
                       WS-TAXA-ID,
                       WS-TAXA-PCT
               END-UNSTRING
               ADD 1 TO WS-QTD-TAXAS
               MOVE WS-TAXA-ID TO WS-TAXA-TAB-ID (WS-QTD-TAXAS)
               MOVE WS-TAXA-PCT TO WS-TAXA-TAB-PCT (WS-QTD-TAXAS)
           END-IF.
      * Sem competencias.csv nao ha competencia fechada - a
      * complementar sai vazia, o que e o resultado certo.
       CARREGA-COMPETENCIAS.
           OPEN INPUT COMPETENCIAS.
           IF FS-COMPETENCIAS = 00 OR FS-COMPETENCIAS = 05
               PERFORM UNTIL EOF-COMPETENCIAS = 'Y'
                   READ COMPETENCIAS
                       AT END
                           MOVE 'Y' TO EOF-COMPETENCIAS
                       NOT AT END
                           PERFORM ACUMULA-COMPETENCIA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMPETENCIAS.
       ACUMULA-COMPETENCIA.
           UNSTRING REG-COMPETENCIA
               DELIMITED BY ','
               INTO
                   WS-CMP-PERIODO,
                   WS-CMP-OPERACAO,
                   WS-CMP-RESTO
           END-UNSTRING.
           PERFORM BUSCA-COMPETENCIA.
           IF WS-CMP-ACHADA = ZERO
               IF WS-QTD-COMPETENCIAS NOT < 60
                   DISPLAY 'TABELA DE COMPETENCIAS CHEIA (60) - '
                       'LINHA IGNORADA: ' WS-CMP-PERIODO
               ELSE
                   ADD 1 TO WS-QTD-COMPETENCIAS
                   MOVE WS-QTD-COMPETENCIAS TO WS-CMP-ACHADA
                   MOVE WS-CMP-PERIODO
                       TO WS-CMP-TAB-PERIODO (WS-CMP-ACHADA)
               END-IF
           END-IF.
           IF WS-CMP-ACHADA > ZERO
               MOVE WS-CMP-OPERACAO
                   TO WS-CMP-TAB-SITUACAO (WS-CMP-ACHADA)
           END-IF.
      * Localiza WS-CMP-PERIODO na tabela de competencias, com o
      * indice em WS-CMP-ACHADA (zero quando o periodo nunca passou
      * pelo controle de fechamento).
       BUSCA-COMPETENCIA.
           MOVE ZERO TO WS-CMP-ACHADA.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > WS-QTD-COMPETENCIAS
               IF WS-CMP-TAB-PERIODO (WS-IDX-CMP) = WS-CMP-PERIODO
                   SET WS-CMP-ACHADA TO WS-IDX-CMP
               END-IF
           END-PERFORM.
      * Carrega todas as faixas de tabelas-impostos.csv; a selecao
      * da vigencia e feita depois, por competencia, em
      * PREPARA-FAIXAS-PERIODO. A ausencia do arquivo e erro fatal,
      * como na folha mensal.
       CARREGA-TABELAS-IMPOSTOS.
           OPEN INPUT TABELAS-IMPOSTOS.
           IF FS-IMPOSTOS NOT < 30
               DISPLAY 'TABELAS-IMPOSTOS.CSV AUSENTE OU ILEGIVEL - '
                   'STATUS = ' FS-IMPOSTOS ' - COMPLEMENTAR NAO RODA '
                   'SEM TABELA DE IMPOSTOS'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-IMPOSTOS = 'Y'
               READ TABELAS-IMPOSTOS INTO WS-LINHA-IMPOSTO
                   AT END
                       MOVE 'Y' TO EOF-IMPOSTOS
                   NOT AT END
                       PERFORM ACUMULA-IMPOSTO
               END-READ
           END-PERFORM.
           CLOSE TABELAS-IMPOSTOS.
       ACUMULA-IMPOSTO.
           IF WS-QTD-IMPOSTOS NOT < 40
               DISPLAY 'TABELA DE IMPOSTOS CHEIA (40) - LINHA '
                   'IGNORADA: ' WS-LINHA-IMPOSTO
           ELSE
               UNSTRING WS-LINHA-IMPOSTO
                   DELIMITED BY ','
                   INTO
                       WS-IMP-VIGENCIA,
                       WS-IMP-TIPO,
                       WS-IMP-TETO,
                       WS-IMP-ALIQ,
                       WS-IMP-PARCELA
               END-UNSTRING
               ADD 1 TO WS-QTD-IMPOSTOS
               MOVE WS-IMP-VIGENCIA
                   TO WS-IMP-TAB-VIGENCIA (WS-QTD-IMPOSTOS)
               MOVE WS-IMP-TIPO TO WS-IMP-TAB-TIPO (WS-QTD-IMPOSTOS)
               MOVE WS-IMP-TETO TO WS-IMP-TAB-TETO (WS-QTD-IMPOSTOS)
               MOVE WS-IMP-ALIQ TO WS-IMP-TAB-ALIQ (WS-QTD-IMPOSTOS)
               MOVE WS-IMP-PARCELA
                   TO WS-IMP-TAB-PARCELA (WS-QTD-IMPOSTOS)
           END-IF.
      * Monta as faixas vigentes em WS-PERIODO-PROCESSO, so quando
      * a competencia muda em relacao a ultima montada. Sem
      * vigencia que cubra o periodo a complementar nao roda, pela
      * mesma razao da folha mensal.
       PREPARA-FAIXAS-PERIODO.
           IF WS-PERIODO-PROCESSO NOT = WS-PERIODO-FAIXAS
               MOVE WS-PERIODO-PROCESSO TO WS-PERIODO-FAIXAS
               MOVE ZERO TO WS-VIG-INSS
               MOVE ZERO TO WS-VIG-IRRF
               MOVE ZERO TO WS-QTD-FAIXAS-INSS
               MOVE ZERO TO WS-QTD-FAIXAS-IRRF
               PERFORM SELECIONA-VIGENCIAS
               PERFORM MONTA-FAIXAS
               IF WS-QTD-FAIXAS-INSS = ZERO
                   OR WS-QTD-FAIXAS-IRRF = ZERO
                   DISPLAY 'SEM VIGENCIA DE IMPOSTOS PARA O PERIODO '
                       WS-PERIODO-PROCESSO ' - COMPLEMENTAR NAO '
                       'RODA COM TABELA DESCOBERTA'
                   MOVE 16 TO RETURN-CODE
                   PERFORM GRAVA-LOG-PROCESSAMENTO
                   STOP RUN
               END-IF
           END-IF.
      * Por tipo, escolhe a maior vigencia que nao passe do periodo
      * em processamento - INSS e IRRF podem mudar em datas
      * diferentes, por isso a selecao e independente.
       SELECIONA-VIGENCIAS.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-QTD-IMPOSTOS
               IF WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                   NOT > WS-PERIODO-PROCESSO
                   IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'I'
                       AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           > WS-VIG-INSS
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-INSS
                   END-IF
                   IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'R'
                       AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           > WS-VIG-IRRF
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-IRRF
                   END-IF
               END-IF
           END-PERFORM.
      * Monta as faixas da vigencia selecionada, na ordem do
      * arquivo - o arquivo e publicado com os tetos em ordem
      * crescente, como as tabelas legais.
       MONTA-FAIXAS.
           PERFORM VARYING WS-IDX-IMP FROM 1 BY 1
               UNTIL WS-IDX-IMP > WS-QTD-IMPOSTOS
               IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'I'
                   AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP) = WS-VIG-INSS
                   AND WS-VIG-INSS > ZERO
                   AND WS-QTD-FAIXAS-INSS < 10
                   ADD 1 TO WS-QTD-FAIXAS-INSS
                   MOVE WS-IMP-TAB-TETO (WS-IDX-IMP)
                       TO WS-FXI-TETO (WS-QTD-FAIXAS-INSS)
                   MOVE WS-IMP-TAB-ALIQ (WS-IDX-IMP)
                       TO WS-FXI-ALIQ (WS-QTD-FAIXAS-INSS)
                   MOVE WS-IMP-TAB-PARCELA (WS-IDX-IMP)
                       TO WS-FXI-PARCELA (WS-QTD-FAIXAS-INSS)
               END-IF
               IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'R'
                   AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP) = WS-VIG-IRRF
                   AND WS-VIG-IRRF > ZERO
                   AND WS-QTD-FAIXAS-IRRF < 10
                   ADD 1 TO WS-QTD-FAIXAS-IRRF
                   MOVE WS-IMP-TAB-TETO (WS-IDX-IMP)
                       TO WS-FXR-TETO (WS-QTD-FAIXAS-IRRF)
                   MOVE WS-IMP-TAB-ALIQ (WS-IDX-IMP)
                       TO WS-FXR-ALIQ (WS-QTD-FAIXAS-IRRF)
                   MOVE WS-IMP-TAB-PARCELA (WS-IDX-IMP)
                       TO WS-FXR-PARCELA (WS-QTD-FAIXAS-IRRF)
               END-IF
           END-PERFORM.
      * Aplica a base em WS-BASE-FAIXA sobre as faixas de INSS
      * vigentes, com a mesma mecanica do COBOLPYTHON1 - base acima
      * do ultimo teto e calculada no proprio teto.
       APLICA-FAIXA-INSS.
           MOVE ZERO TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IDX-FXI FROM 1 BY 1
               UNTIL WS-IDX-FXI > WS-QTD-FAIXAS-INSS
               IF WS-FAIXA-ACHADA = ZERO
                   AND WS-BASE-FAIXA NOT > WS-FXI-TETO (WS-IDX-FXI)
                   SET WS-FAIXA-ACHADA TO WS-IDX-FXI
               END-IF
           END-PERFORM.
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-QTD-FAIXAS-INSS TO WS-FAIXA-ACHADA
               MOVE WS-FXI-TETO (WS-FAIXA-ACHADA) TO WS-BASE-FAIXA
           END-IF.
           COMPUTE WS-DESC-FAIXA ROUNDED =
               (WS-BASE-FAIXA * WS-FXI-ALIQ (WS-FAIXA-ACHADA) / 100)
               - WS-FXI-PARCELA (WS-FAIXA-ACHADA).
           IF WS-DESC-FAIXA < ZERO
               MOVE ZERO TO WS-DESC-FAIXA
           END-IF.
           MOVE WS-FXI-ALIQ (WS-FAIXA-ACHADA) TO WS-ALIQ-FAIXA.
      * Mesma mecanica de APLICA-FAIXA-INSS sobre as faixas de
      * IRRF vigentes.
       APLICA-FAIXA-IRRF.
           MOVE ZERO TO WS-FAIXA-ACHADA.
           PERFORM VARYING WS-IDX-FXR FROM 1 BY 1
               UNTIL WS-IDX-FXR > WS-QTD-FAIXAS-IRRF
               IF WS-FAIXA-ACHADA = ZERO
                   AND WS-BASE-FAIXA NOT > WS-FXR-TETO (WS-IDX-FXR)
                   SET WS-FAIXA-ACHADA TO WS-IDX-FXR
               END-IF
           END-PERFORM.
           IF WS-FAIXA-ACHADA = ZERO
               MOVE WS-QTD-FAIXAS-IRRF TO WS-FAIXA-ACHADA
               MOVE WS-FXR-TETO (WS-FAIXA-ACHADA) TO WS-BASE-FAIXA
           END-IF.
           COMPUTE WS-DESC-FAIXA ROUNDED =
               (WS-BASE-FAIXA * WS-FXR-ALIQ (WS-FAIXA-ACHADA) / 100)
               - WS-FXR-PARCELA (WS-FAIXA-ACHADA).
           IF WS-DESC-FAIXA < ZERO
               MOVE ZERO TO WS-DESC-FAIXA
           END-IF.
           MOVE WS-FXR-ALIQ (WS-FAIXA-ACHADA) TO WS-ALIQ-FAIXA.
      * A ausencia de bancos.csv nao derruba o programa - cada
      * credito sem dados bancarios sai no arquivo de excecoes da
      * remessa, como no COBOLPYTHON6.
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
      * Le o historico inteiro e separa as linhas da folha mensal
      * das competencias fechadas a partir da vigencia. Uma linha
      * 'C' ja gravada numa dessas competencias quer dizer que a
      * complementar ja rodou - rodar de novo pagaria a diferenca
      * em dobro.
       CARREGA-HISTORICO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00 OR FS-HISTORICO = 05
               PERFORM UNTIL EOF-HISTORICO = 'Y'
                   READ HISTORICO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-HISTORICO
                       NOT AT END
                           PERFORM ACUMULA-HISTORICO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO.
       ACUMULA-HISTORICO.
           MOVE SPACE TO WS-HIST-TIPO.
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
           END-UNSTRING.
           MOVE 'N' TO WS-PERIODO-FECHADO.
           IF WS-HIST-PERIODO NOT < WS-PARM-VIGENCIA
               MOVE WS-HIST-PERIODO TO WS-CMP-PERIODO
               PERFORM BUSCA-COMPETENCIA
               IF WS-CMP-ACHADA > ZERO
                   IF WS-CMP-TAB-SITUACAO (WS-CMP-ACHADA) = 'F'
                       MOVE 'S' TO WS-PERIODO-FECHADO
                   END-IF
               END-IF
           END-IF.
           IF WS-PERIODO-FECHADO = 'S'
               EVALUATE WS-HIST-TIPO
                   WHEN 'C'
                       MOVE 'S' TO WS-COMPLEMENTAR-GRAVADA
                   WHEN SPACE
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM GUARDA-DIFERENCA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      * Guarda a linha mensal na tabela de diferencas;
      * reprocessamento anexado em dobro ao historico fica com a
      * ultima linha do mesmo funcionario e competencia.
       GUARDA-DIFERENCA.
           MOVE ZERO TO WS-DIF-ACHADA.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > WS-QTD-DIFERENCAS
               IF WS-DIF-PERIODO (WS-IDX-DIF) = WS-HIST-PERIODO
                   AND WS-DIF-ID (WS-IDX-DIF) = WS-HIST-ID
                   SET WS-DIF-ACHADA TO WS-IDX-DIF
               END-IF
           END-PERFORM.
           IF WS-DIF-ACHADA = ZERO
               IF WS-QTD-DIFERENCAS NOT < 500
                   DISPLAY 'TABELA DE DIFERENCAS CHEIA (500) - LINHA '
                       'IGNORADA: ' WS-HIST-PERIODO ' ' WS-HIST-ID
               ELSE
                   ADD 1 TO WS-QTD-DIFERENCAS
                   MOVE WS-QTD-DIFERENCAS TO WS-DIF-ACHADA
               END-IF
           END-IF.
           IF WS-DIF-ACHADA > ZERO
               MOVE WS-HIST-PERIODO TO WS-DIF-PERIODO (WS-DIF-ACHADA)
               MOVE WS-HIST-ID TO WS-DIF-ID (WS-DIF-ACHADA)
               MOVE WS-HIST-NOME TO WS-DIF-NOME (WS-DIF-ACHADA)
               MOVE WS-HIST-BRUTO
                   TO WS-DIF-BRUTO-ORIG (WS-DIF-ACHADA)
           END-IF.
      * Diferenca de um funcionario/mes. O bruto refeito e o bruto
      * pago (ja com horas extras e faltas do mes) corrigido pelo
      * percentual do acordo. INSS e IRRF da diferenca sao a
      * diferenca entre o desconto sobre o bruto refeito e o
      * desconto sobre o bruto pago, ambos pela tabela do mes - e
      * assim que a diferenca cai na faixa certa, em vez de ser
      * tributada como se fosse um salario isolado.
       CALCULA-DIFERENCA.
           MOVE WS-DIF-PERIODO (WS-IDX-DIF) TO WS-PERIODO-PROCESSO.
           PERFORM PREPARA-FAIXAS-PERIODO.
           MOVE WS-PERCENTUAL-PADRAO TO WS-PERCENTUAL.
           PERFORM VARYING WS-IDX-TAXA FROM 1 BY 1
               UNTIL WS-IDX-TAXA > WS-QTD-TAXAS
               IF WS-TAXA-TAB-ID (WS-IDX-TAXA) = WS-DIF-ID (WS-IDX-DIF)
                   MOVE WS-TAXA-TAB-PCT (WS-IDX-TAXA) TO WS-PERCENTUAL
               END-IF
           END-PERFORM.
           MOVE WS-PERCENTUAL TO WS-DIF-PCT (WS-IDX-DIF).
           COMPUTE WS-DIF-BRUTO (WS-IDX-DIF) ROUNDED =
               WS-DIF-BRUTO-ORIG (WS-IDX-DIF) * WS-PERCENTUAL / 100.
           COMPUTE WS-BRUTO-NOVO = WS-DIF-BRUTO-ORIG (WS-IDX-DIF)
               + WS-DIF-BRUTO (WS-IDX-DIF).
           MOVE WS-DIF-BRUTO-ORIG (WS-IDX-DIF) TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-INSS.
           MOVE WS-DESC-FAIXA TO WS-INSS-ORIG.
           MOVE WS-BRUTO-NOVO TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-INSS.
           MOVE WS-DESC-FAIXA TO WS-INSS-NOVO.
           COMPUTE WS-BASE-IRRF =
               WS-DIF-BRUTO-ORIG (WS-IDX-DIF) - WS-INSS-ORIG
               ON SIZE ERROR
                   MOVE ZERO TO WS-BASE-IRRF
           END-COMPUTE.
           MOVE WS-BASE-IRRF TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-IRRF.
           MOVE WS-DESC-FAIXA TO WS-IRRF-ORIG.
           COMPUTE WS-BASE-IRRF = WS-BRUTO-NOVO - WS-INSS-NOVO
               ON SIZE ERROR
                   MOVE ZERO TO WS-BASE-IRRF
           END-COMPUTE.
           MOVE WS-BASE-IRRF TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-IRRF.
           MOVE WS-DESC-FAIXA TO WS-IRRF-NOVO.
           MOVE ZERO TO WS-DIF-INSS (WS-IDX-DIF).
           IF WS-INSS-NOVO > WS-INSS-ORIG
               COMPUTE WS-DIF-INSS (WS-IDX-DIF) =
                   WS-INSS-NOVO - WS-INSS-ORIG
           END-IF.
           MOVE ZERO TO WS-DIF-IRRF (WS-IDX-DIF).
           IF WS-IRRF-NOVO > WS-IRRF-ORIG
               COMPUTE WS-DIF-IRRF (WS-IDX-DIF) =
                   WS-IRRF-NOVO - WS-IRRF-ORIG
           END-IF.
           COMPUTE WS-LIQUIDO-APURADO = WS-DIF-BRUTO (WS-IDX-DIF)
               - WS-DIF-INSS (WS-IDX-DIF) - WS-DIF-IRRF (WS-IDX-DIF).
           IF WS-LIQUIDO-APURADO < ZERO
               MOVE ZERO TO WS-DIF-LIQ (WS-IDX-DIF)
           ELSE
               MOVE WS-LIQUIDO-APURADO TO WS-DIF-LIQ (WS-IDX-DIF)
           END-IF.
           PERFORM ACUMULA-CREDITO.
      * Soma o liquido da diferenca no credito do funcionario.
       ACUMULA-CREDITO.
           MOVE ZERO TO WS-CRD-ACHADO.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-QTD-CREDITOS
               IF WS-CRD-ID (WS-IDX-CRD) = WS-DIF-ID (WS-IDX-DIF)
                   SET WS-CRD-ACHADO TO WS-IDX-CRD
               END-IF
           END-PERFORM.
           IF WS-CRD-ACHADO = ZERO
               IF WS-QTD-CREDITOS NOT < 100
                   DISPLAY 'TABELA DE CREDITOS CHEIA (100) - ID FORA '
                       'DA REMESSA: ' WS-DIF-ID (WS-IDX-DIF)
               ELSE
                   ADD 1 TO WS-QTD-CREDITOS
                   MOVE WS-QTD-CREDITOS TO WS-CRD-ACHADO
                   MOVE WS-DIF-ID (WS-IDX-DIF)
                       TO WS-CRD-ID (WS-CRD-ACHADO)
                   MOVE ZERO TO WS-CRD-LIQ (WS-CRD-ACHADO)
                   MOVE WS-DIF-ID (WS-IDX-DIF) TO WS-ID-BUSCA
                   PERFORM BUSCA-BANCO
                   MOVE WS-BCO-ACHADO TO WS-CRD-BANCO (WS-CRD-ACHADO)
                   IF WS-BCO-ACHADO > ZERO
                       ADD 1 TO WS-REM-QTD-ZONADO
                   END-IF
               END-IF
           END-IF.
           IF WS-CRD-ACHADO > ZERO
               MOVE WS-DIF-NOME (WS-IDX-DIF)
                   TO WS-CRD-NOME (WS-CRD-ACHADO)
               ADD WS-DIF-LIQ (WS-IDX-DIF) TO WS-CRD-LIQ (WS-CRD-ACHADO)
           END-IF.
      * A remessa da complementar e um arquivo proprio; as excecoes
      * entram no mesmo remessa-excecoes.txt em EXTEND, como as
      * rejeicoes do COBOLPYTHON11.
       ABRE-SAIDAS.
           OPEN OUTPUT REMESSA.
           OPEN EXTEND EXCECOES.
           OPEN OUTPUT RELATORIO.
           OPEN EXTEND HISTORICO.
      * Cada diferenca sai no relatorio e vira uma linha 'C' no
      * historico, na competencia de origem da diferenca.
       GRAVA-DIFERENCA.
           ADD WS-DIF-BRUTO (WS-IDX-DIF) TO WS-TOTAL-BRUTO.
           ADD WS-DIF-INSS (WS-IDX-DIF) TO WS-TOTAL-INSS.
           ADD WS-DIF-IRRF (WS-IDX-DIF) TO WS-TOTAL-IRRF.
           ADD WS-DIF-LIQ (WS-IDX-DIF) TO WS-TOTAL-LIQ.
           MOVE WS-DIF-BRUTO (WS-IDX-DIF) TO WS-HIST-BRUTO-ED.
           MOVE WS-DIF-INSS (WS-IDX-DIF) TO WS-HIST-INSS-ED.
           MOVE WS-DIF-IRRF (WS-IDX-DIF) TO WS-HIST-IRRF-ED.
           MOVE WS-DIF-LIQ (WS-IDX-DIF) TO WS-HIST-LIQ-ED.
           MOVE SPACES TO WS-LINHA-LIDA.
           STRING WS-DIF-PERIODO (WS-IDX-DIF) ','
               WS-DIF-ID (WS-IDX-DIF) ','
               WS-DIF-NOME (WS-IDX-DIF) ','
               WS-HIST-BRUTO-ED ',' WS-HIST-INSS-ED ','
               WS-HIST-IRRF-ED ',' WS-HIST-LIQ-ED ',C'
               DELIMITED BY SIZE INTO WS-LINHA-LIDA.
           WRITE REG-HISTORICO FROM WS-LINHA-LIDA.
           PERFORM GRAVA-LINHA-RELATORIO.
       GRAVA-CABECALHO-REMESSA.
           MOVE SPACES TO WS-LINHA-REMESSA.
           STRING 'HD' WS-ANO WS-MES WS-DIA WS-REM-QTD-ZONADO
               DELIMITED BY SIZE INTO WS-LINHA-REMESSA.
           WRITE REG-REMESSA FROM WS-LINHA-REMESSA.
       GRAVA-CREDITO.
           MOVE WS-CRD-BANCO (WS-IDX-CRD) TO WS-BCO-ACHADO.
           IF WS-BCO-ACHADO = ZERO
               MOVE SPACES TO WS-LINHA-EXCECAO
               STRING 'COMPLEMENTAR SEM DADOS BANCARIOS - ID: '
                   WS-CRD-ID (WS-IDX-CRD)
                   ' NOME: ' WS-CRD-NOME (WS-IDX-CRD)
                   DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
               WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
               ADD 1 TO WS-CONT-EXCECOES
               DISPLAY 'SEM DADOS BANCARIOS - FORA DA REMESSA: '
                   WS-CRD-ID (WS-IDX-CRD)
           ELSE
               MOVE WS-CRD-ID (WS-IDX-CRD) TO WS-REM-ID-ZONADO
               COMPUTE WS-REM-VALOR-CENT =
                   WS-CRD-LIQ (WS-IDX-CRD) * 100
               ADD WS-REM-VALOR-CENT TO WS-REM-TOTAL-CENT
               ADD 1 TO WS-CONTADOR-CREDITOS
               MOVE SPACES TO WS-LINHA-REMESSA
               STRING WS-REM-ID-ZONADO
                   WS-CRD-NOME (WS-IDX-CRD)
                   WS-BCO-TAB-BANCO (WS-BCO-ACHADO)
                   WS-BCO-TAB-AGENCIA (WS-BCO-ACHADO)
                   WS-BCO-TAB-CONTA (WS-BCO-ACHADO)
                   WS-REM-VALOR-CENT
                   DELIMITED BY SIZE INTO WS-LINHA-REMESSA
               WRITE REG-REMESSA FROM WS-LINHA-REMESSA
           END-IF.
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
           STRING 'FOLHA COMPLEMENTAR DE DISSIDIO - VIGENCIA: '
               WS-PARM-VIGENCIA ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COMPET ID    NOME                 BRUTO PAGO'
               '   PCT   DIFERENCA       INSS       IRRF'
               '    LIQUIDO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-LINHA-RELATORIO.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE WS-DIF-BRUTO-ORIG (WS-IDX-DIF) TO WS-ORIG-EDITADO.
           INSPECT WS-ORIG-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-ORIG-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-ORIG-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-DIF-BRUTO (WS-IDX-DIF) TO WS-BRUTO-EDITADO.
           INSPECT WS-BRUTO-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-BRUTO-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-BRUTO-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-DIF-INSS (WS-IDX-DIF) TO WS-INSS-EDITADO.
           INSPECT WS-INSS-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-INSS-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-INSS-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-DIF-IRRF (WS-IDX-DIF) TO WS-IRRF-EDITADO.
           INSPECT WS-IRRF-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-IRRF-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-IRRF-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-DIF-LIQ (WS-IDX-DIF) TO WS-LIQ-EDITADO.
           INSPECT WS-LIQ-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-LIQ-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-LIQ-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-DIF-PCT (WS-IDX-DIF) TO WS-PCT-EDITADO.
           INSPECT WS-PCT-EDITADO REPLACING ALL '.' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-DIF-PERIODO (WS-IDX-DIF) ' '
               WS-DIF-ID (WS-IDX-DIF) ' '
               WS-DIF-NOME (WS-IDX-DIF) ' '
               WS-ORIG-EDITADO ' ' WS-PCT-EDITADO '% '
               WS-BRUTO-EDITADO '  ' WS-INSS-EDITADO '  '
               WS-IRRF-EDITADO '  ' WS-LIQ-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
       GRAVA-TOTAIS-RELATORIO.
           IF WS-PAGINA = ZERO
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE WS-QTD-DIFERENCAS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DE LINHAS (FUNCIONARIO/COMPETENCIA): '
               WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-BRUTO TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DIFERENCA BRUTA:   R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-INSS TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL INSS DA DIFERENCA: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-IRRF TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL IRRF DA DIFERENCA: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-TOTAL-LIQ TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL LIQUIDO A CREDITAR: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       FECHA-ARQUIVO.
           CLOSE REMESSA.
           CLOSE EXCECOES.
           CLOSE RELATORIO.
           CLOSE HISTORICO.
       END PROGRAM COBOLPYTHON17.

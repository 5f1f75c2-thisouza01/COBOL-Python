      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao de integridade antes da cadeia noturna -
      *          cruza entre si o extrato de salarios (salarios.csv),
      *          o mestre indexado (func-master.dat), os dados
      *          bancarios (bancos.csv), as admissoes
      *          (admissoes.csv), o mapeamento contabil
      *          (contas.csv), as verbas fixas (verbas.csv), o ponto
      *          (ponto.csv), os desligamentos (desligamentos.csv) e
      *          o rateio por centro de custo (rateio.csv), e aponta
      *          cada orfao ou referencia faltante por arquivo e
      *          severidade em integridade-cadeia.txt - o que antes
      *          so aparecia no meio da cadeia (remessa-excecoes do
      *          COBOLPYTHON6, rescisao do COBOLPYTHON10 assumindo
      *          12 meses, feed de GL do COBOLPYTHON3 parando por
      *          falta de conta). Erro bloqueante encerra com
      *          RETURN-CODE 8 para o operador segurar a cadeia, na
      *          convencao do COBOLPYTHON7; aviso sai no relatorio
      *          sem reter o lote. Roda antes do COBOLPYTHON1 e grava
      *          o resumo no log de processamento, para o
      *          COBOLPYTHON8 mostrar o passo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON23.
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
           SELECT OPTIONAL BANCOS ASSIGN TO 'bancos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BANCOS.
           SELECT OPTIONAL ADMISSOES ASSIGN TO 'admissoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADMISSOES.
           SELECT OPTIONAL CONTAS ASSIGN TO 'contas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTAS.
           SELECT OPTIONAL VERBAS ASSIGN TO 'verbas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-VERBAS.
           SELECT OPTIONAL PONTO ASSIGN TO 'ponto.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PONTO.
           SELECT OPTIONAL DESLIGAMENTOS ASSIGN TO 'desligamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESLIGAMENTOS.
           SELECT OPTIONAL RATEIO ASSIGN TO 'rateio.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEIO.
           SELECT RELATORIO ASSIGN TO 'integridade-cadeia.txt'
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
       FD  BANCOS.
       01 REG-BANCO        PIC X(40).
      *
       FD  ADMISSOES.
       01 REG-ADMISSAO     PIC X(20).
      *
       FD  CONTAS.
       01 REG-CONTA        PIC X(30).
      *
       FD  VERBAS.
       01 REG-VERBA        PIC X(50).
      *
       FD  PONTO.
       01 REG-PONTO        PIC X(20).
      *
       FD  DESLIGAMENTOS.
       01 REG-DESLIGAMENTO PIC X(20).
      *
       FD  RATEIO.
       01 REG-RATEIO       PIC X(40).
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
           05 FS-ARQUIVO   PIC 9(02).
           05 FS-MASTER    PIC 9(02).
           05 FS-BANCOS    PIC 9(02).
           05 FS-ADMISSOES PIC 9(02).
           05 FS-CONTAS    PIC 9(02).
           05 FS-VERBAS    PIC 9(02).
           05 FS-PONTO     PIC 9(02).
           05 FS-DESLIGAMENTOS PIC 9(02).
           05 FS-RATEIO    PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
       01  EOF-MASTER      PIC X(01) VALUE 'N'.
       01  WS-LINHA-LIDA   PIC X(80).
      *
      * Registro do extrato de salarios, com a matricula lida em
      * alfanumerico para a conferencia de formato, e o trailer de
      * controle de lote ('TR,QTD,TOTAL'), conferido contra a
      * contagem e a soma lidas como faz o COBOLPYTHON1.
       01  WS-EXT-ID-X     PIC X(05).
       01  WS-EXT-NOME     PIC X(20).
       01  WS-EXT-SALARIO  PIC 9(05)V99.
       01  WS-EXT-DEPTO    PIC X(04).
       01  WS-TRAILER.
           05 WS-TR-MARCA  PIC X(02).
           05 WS-TR-QTD    PIC 9(05).
           05 WS-TR-TOTAL  PIC 9(07)V99.
       01  WS-TRAILER-LIDO PIC X(01) VALUE 'N'.
       01  WS-CONTADOR-REGISTROS PIC 9(05) VALUE ZERO.
       01  WS-SOMA-SALARIOS      PIC 9(07)V99 VALUE ZERO.
      *
      * Funcionarios do extrato, localizados pela matricula com
      * busca sequencial, com as marcas de quem ja foi encontrado em
      * cada cadastro auxiliar - a falta e apurada depois da leitura
      * do arquivo inteiro, e a marca ja ligada aponta a repeticao.
       01  WS-TAB-EXTRATO.
           05 WS-EXT-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-EXT.
               10 WS-EXT-TAB-ID        PIC 9(05).
               10 WS-EXT-TAB-SALARIO   PIC 9(05)V99.
               10 WS-EXT-TAB-DEPTO     PIC X(04).
               10 WS-EXT-TAB-BANCO     PIC X(01).
               10 WS-EXT-TAB-ADMISSAO  PIC X(01).
               10 WS-EXT-TAB-PONTO     PIC X(01).
       01  WS-QTD-EXTRATO  PIC 9(03) VALUE ZERO.
       01  WS-EXT-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-ID-BUSCA     PIC 9(05) VALUE ZERO.
      *
      * Registros do mestre indexado, lidos em ordem de chave. O
      * mestre ausente e erro bloqueante - e a base do COBOLPYTHON4
      * e do dossie - e desliga as conferencias contra ele.
       01  WS-TAB-MESTRE.
           05 WS-MST-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-MST.
               10 WS-MST-TAB-ID        PIC 9(05).
               10 WS-MST-TAB-SALARIO   PIC 9(05)V99.
               10 WS-MST-TAB-DEPTO     PIC X(04).
       01  WS-QTD-MESTRE   PIC 9(03) VALUE ZERO.
       01  WS-MST-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-MESTRE-LIDO  PIC X(01) VALUE 'N'.
      *
      * Linhas dos cadastros auxiliares, nos leiautes que os
      * programas da cadeia ja leem: bancos ('ID,BANCO,AGENCIA,
      * CONTA'), admissoes ('ID,AAAAMMDD'), ponto ('ID,HORAS-EXTRAS,
      * DIAS-FALTA') e verbas ('ID,CODIGO,DESCRICAO,TIPO,FORMA,
      * VALOR').
       01  WS-AUX-ID-X     PIC X(05).
       01  WS-BCO-BANCO    PIC X(03).
       01  WS-BCO-AGENCIA  PIC X(04).
       01  WS-BCO-CONTA    PIC X(10).
       01  WS-ADM-DATA.
           05 WS-ADM-ANO   PIC X(04).
           05 WS-ADM-MES   PIC X(02).
           05 WS-ADM-DIA   PIC X(02).
       01  WS-PONTO-HORAS  PIC 9(03)V99.
       01  WS-PONTO-DIAS   PIC 9(02).
       01  WS-VRB-CODIGO-X PIC X(03).
       01  WS-VRB-CODIGO   PIC 9(03).
       01  WS-VRB-DESCRICAO PIC X(20).
       01  WS-VRB-TIPO     PIC X(01).
       01  WS-VRB-FORMA    PIC X(01).
      *
      * Faixas de codigo de verba conhecidas pela folha
      * (COBOLPYTHON1), com o tipo exigido quando a faixa tem um -
      * a pensao alimenticia e sempre desconto. Verba fora de
      * qualquer faixa nao tem tratamento definido na folha e
      * segura a cadeia.
       01  WS-FAIXAS-TXT.
           05 FILLER PIC X(27) VALUE '001399 VENCIMENTO/DESCONTO '.
           05 FILLER PIC X(27) VALUE '400499DPENSAO ALIMENTICIA  '.
       01  WS-FAIXAS-TAB REDEFINES WS-FAIXAS-TXT.
           05 WS-FAIXA-OCOR OCCURS 2 TIMES INDEXED BY WS-IDX-FAIXA.
               10 WS-FAIXA-INICIO    PIC 9(03).
               10 WS-FAIXA-FIM       PIC 9(03).
               10 WS-FAIXA-TIPO      PIC X(01).
               10 WS-FAIXA-DESCRICAO PIC X(20).
       01  WS-FAIXA-ACHADA PIC 9(02) VALUE ZERO.
      *
      * Mapeamento contabil de contas.csv ('DEPTO,EVENTO,CONTA') e
      * os eventos que o feed de GL (COBOLPYTHON3) procura para cada
      * departamento: salario, INSS e liquido saem em toda folha e a
      * falta deles e bloqueante; IRRF e outros so sao lancados
      * quando ha valor, e a falta sai como aviso.
       01  WS-CTA-DEPTO    PIC X(04).
       01  WS-CTA-EVENTO   PIC X(08).
       01  WS-CTA-CONTA-X  PIC X(08).
       01  WS-TAB-CONTAS.
           05 WS-CTA-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-CTA.
               10 WS-CTA-TAB-DEPTO  PIC X(04).
               10 WS-CTA-TAB-EVENTO PIC X(08).
       01  WS-QTD-CONTAS   PIC 9(03) VALUE ZERO.
       01  WS-CONTAS-LIDO  PIC X(01) VALUE 'N'.
       01  WS-CONTA-ACHADA PIC X(01) VALUE 'N'.
       01  WS-EVENTOS-TXT.
           05 FILLER PIC X(09) VALUE 'SALARIO E'.
           05 FILLER PIC X(09) VALUE 'INSS    E'.
           05 FILLER PIC X(09) VALUE 'IRRF    A'.
           05 FILLER PIC X(09) VALUE 'LIQUIDO E'.
           05 FILLER PIC X(09) VALUE 'OUTROS  A'.
       01  WS-EVENTOS-TAB REDEFINES WS-EVENTOS-TXT.
           05 WS-EVT-OCOR OCCURS 5 TIMES INDEXED BY WS-IDX-EVT.
               10 WS-EVT-NOME       PIC X(08).
               10 WS-EVT-SEVERIDADE PIC X(01).
       01  WS-EVENTO-VALIDO PIC X(01) VALUE 'N'.
      *
      * Departamentos que vao ao feed de GL e a provisao: os do
      * extrato e os do rateio em vigor na competencia.
       01  WS-TAB-DEPTOS.
           05 WS-DEP-OCOR OCCURS 20 TIMES INDEXED BY WS-IDX-DEP.
               10 WS-DEP-TAB-COD    PIC X(04).
       01  WS-QTD-DEPTOS   PIC 9(03) VALUE ZERO.
       01  WS-DEP-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-DEPTO-BUSCA  PIC X(04).
      *
      * Desligamentos anotados pela rescisao (COBOLPYTHON10, modo
      * 'R') em desligamentos.csv ('ID,AAAAMMDD').
       01  WS-DSL-ID       PIC 9(05).
       01  WS-DSL-DATA     PIC X(08).
       01  WS-TAB-DESLIGADOS.
           05 WS-DSL-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-DSL.
               10 WS-DSL-TAB-ID   PIC 9(05).
               10 WS-DSL-TAB-DATA PIC X(08).
       01  WS-QTD-DESLIGADOS PIC 9(03) VALUE ZERO.
       01  WS-FUNC-DESLIGADO PIC X(01) VALUE 'N'.
       01  WS-DATA-DESLIGAMENTO-ED PIC X(10).
      *
      * Rateio por centro de custo (rateio.csv: 'ID,DEPTO,
      * PERCENTUAL,VIGENCIA'), com a regra de vigencia do
      * COBOLPYTHON3 e do COBOLPYTHON12: vale o conjunto da maior
      * vigencia nao posterior a competencia, que tem de fechar
      * 100% - senao os dois encerram com RETURN-CODE 16.
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
       01  WS-IDX-RAT-2        PIC 9(03) VALUE ZERO.
       01  WS-RAT-JA-VISTO     PIC X(01) VALUE 'N'.
       01  WS-RAT-VIG-EFETIVA  PIC X(06) VALUE SPACES.
       01  WS-RAT-SOMA         PIC 9(05)V99 VALUE ZERO.
       01  WS-RAT-SOMA-ED      PIC ZZZZ9.99.
      *
      * Ocorrencias apuradas, guardadas para sair no relatorio
      * agrupadas por arquivo e, dentro do arquivo, os erros antes
      * dos avisos. Os arquivos sao numerados na ordem da tabela de
      * nomes abaixo; severidade 'E' e erro bloqueante e 'A' aviso.
       01  WS-OCO-ARQUIVO      PIC 9(02) VALUE ZERO.
       01  WS-OCO-SEVERIDADE   PIC X(01) VALUE SPACE.
       01  WS-OCO-CHAVE        PIC X(08) VALUE SPACES.
       01  WS-OCO-MENSAGEM     PIC X(90) VALUE SPACES.
       01  WS-TAB-OCORRENCIAS.
           05 WS-OCO-OCOR OCCURS 500 TIMES INDEXED BY WS-IDX-OCO.
               10 WS-OCO-TAB-ARQUIVO    PIC 9(02).
               10 WS-OCO-TAB-SEVERIDADE PIC X(01).
               10 WS-OCO-TAB-CHAVE      PIC X(08).
               10 WS-OCO-TAB-MENSAGEM   PIC X(90).
       01  WS-QTD-OCORRENCIAS  PIC 9(03) VALUE ZERO.
       01  WS-OCORRENCIAS-PERDIDAS PIC 9(05) VALUE ZERO.
       01  WS-ARQUIVOS-TXT.
           05 FILLER PIC X(18) VALUE 'SALARIOS.CSV'.
           05 FILLER PIC X(18) VALUE 'FUNC-MASTER.DAT'.
           05 FILLER PIC X(18) VALUE 'BANCOS.CSV'.
           05 FILLER PIC X(18) VALUE 'ADMISSOES.CSV'.
           05 FILLER PIC X(18) VALUE 'CONTAS.CSV'.
           05 FILLER PIC X(18) VALUE 'VERBAS.CSV'.
           05 FILLER PIC X(18) VALUE 'PONTO.CSV'.
           05 FILLER PIC X(18) VALUE 'DESLIGAMENTOS.CSV'.
           05 FILLER PIC X(18) VALUE 'RATEIO.CSV'.
       01  WS-ARQUIVOS-TAB REDEFINES WS-ARQUIVOS-TXT.
           05 WS-ARQ-NOME PIC X(18) OCCURS 9 TIMES.
       01  WS-TAB-CONTADORES.
           05 WS-ARQ-OCOR OCCURS 9 TIMES.
               10 WS-ARQ-ERROS  PIC 9(04).
               10 WS-ARQ-AVISOS PIC 9(04).
       01  WS-IDX-ARQ          PIC 9(02) VALUE ZERO.
       01  WS-SEVERIDADE-IMPRESSA PIC X(01) VALUE SPACE.
       01  WS-TOTAL-ERROS      PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-AVISOS     PIC 9(05) VALUE ZERO.
      *
      * Campos do relatorio de integridade.
       01  WS-LINHA-RELATORIO  PIC X(132).
       01  WS-QTD-ARQ-ED-1     PIC ZZZ9.
       01  WS-QTD-ARQ-ED-2     PIC ZZZ9.
       01  WS-QTD-ED-1         PIC ZZZZ9.
       01  WS-QTD-ED-2         PIC ZZZZ9.
       01  WS-VALOR-ED-1       PIC ZZ,ZZ9.99.
       01  WS-VALOR-ED-2       PIC ZZ,ZZ9.99.
       01  WS-TOTAL-ED-1       PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED-2       PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
       01  WS-DATA-RELATORIO    PIC X(10).
      *
      * Competencia (AAAAMM) no argumento 1, default o mes corrente
      * - e contra ela que o desligamento e o rateio sao conferidos;
      * extrato no argumento 2, com o caminho antigo como default,
      * igual aos demais programas da cadeia.
       01  WS-PARM-PERIODO      PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO    PIC X(06).
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
      * Lidos conta os registros lidos de todos os arquivos,
      * gravados as ocorrencias do relatorio e excecoes os erros
      * bloqueantes.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON23'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
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
           ACCEPT WS-NOME-ARQUIVO-ENTRADA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           INITIALIZE WS-TAB-EXTRATO.
           INITIALIZE WS-TAB-CONTADORES.
           PERFORM CARREGA-EXTRATO.
           PERFORM CARREGA-DESLIGAMENTOS.
           PERFORM CARREGA-MESTRE.
           PERFORM CONFERE-MESTRE.
           PERFORM CONFERE-BANCOS.
           PERFORM CONFERE-ADMISSOES.
           PERFORM CONFERE-RATEIO.
           PERFORM CONFERE-CONTAS.
           PERFORM CONFERE-VERBAS.
           PERFORM CONFERE-PONTO.
           PERFORM CONFERE-DESLIGAMENTOS.
           PERFORM GRAVA-RELATORIO-INTEGRIDADE.
           IF WS-TOTAL-ERROS > ZERO
               DISPLAY 'INTEGRIDADE: ' WS-TOTAL-ERROS
                   ' ERRO(S) BLOQUEANTE(S) - CADEIA RETIDA - VER '
                   'INTEGRIDADE-CADEIA.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'INTEGRIDADE OK - AVISOS: ' WS-TOTAL-AVISOS
                   ' - CADEIA LIBERADA'
           END-IF.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Resumo padronizado de fim de job no log compartilhado -
      * abre em EXTEND, grava uma linha e fecha, para que os
      * caminhos de erro tambem consigam registrar o RETURN-CODE
      * final antes do STOP RUN.
       GRAVA-LOG-PROCESSAMENTO.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE WS-CONT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-CONT-GRAVADOS TO WS-LOG-GRAVADOS.
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
      * Guarda uma ocorrencia (WS-OCO-*) e soma no contador do
      * arquivo. Tabela cheia nao perde a contagem - so o detalhe,
      * e o relatorio avisa quantas ficaram de fora.
       REGISTRA-OCORRENCIA.
           IF WS-OCO-SEVERIDADE = 'E'
               ADD 1 TO WS-ARQ-ERROS (WS-OCO-ARQUIVO)
               ADD 1 TO WS-TOTAL-ERROS
               ADD 1 TO WS-CONT-EXCECOES
           ELSE
               ADD 1 TO WS-ARQ-AVISOS (WS-OCO-ARQUIVO)
               ADD 1 TO WS-TOTAL-AVISOS
           END-IF.
           IF WS-QTD-OCORRENCIAS NOT < 500
               ADD 1 TO WS-OCORRENCIAS-PERDIDAS
           ELSE
               ADD 1 TO WS-QTD-OCORRENCIAS
               SET WS-IDX-OCO TO WS-QTD-OCORRENCIAS
               MOVE WS-OCO-ARQUIVO TO WS-OCO-TAB-ARQUIVO (WS-IDX-OCO)
               MOVE WS-OCO-SEVERIDADE
                   TO WS-OCO-TAB-SEVERIDADE (WS-IDX-OCO)
               MOVE WS-OCO-CHAVE TO WS-OCO-TAB-CHAVE (WS-IDX-OCO)
               MOVE WS-OCO-MENSAGEM TO WS-OCO-TAB-MENSAGEM (WS-IDX-OCO)
           END-IF.
           MOVE SPACES TO WS-OCO-CHAVE.
           MOVE SPACES TO WS-OCO-MENSAGEM.
      * Carrega o extrato com o mesmo tratamento de cabecalho e
      * trailer dos demais leitores de salarios.csv da cadeia. Sem
      * extrato nao ha o que cruzar - erro de arquivo, RC 16.
       CARREGA-EXTRATO.
           MOVE 1 TO WS-OCO-ARQUIVO.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT < 30
               DISPLAY 'ERRO AO ABRIR SALARIOS.CSV - STATUS = '
                   FS-ARQUIVO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF = 'Y'
               READ ARQUIVO INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF CABECALHO = 'Y'
                           IF REGISTRO(1:2) = 'TR'
                               PERFORM CONFERE-TRAILER
                               MOVE 'Y' TO EOF
                           ELSE
                               PERFORM ACUMULA-EXTRATO
                           END-IF
                       END-IF
               END-READ
           MOVE 'Y' TO CABECALHO
           END-PERFORM.
           CLOSE ARQUIVO.
           IF WS-TRAILER-LIDO NOT = 'S'
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE 'EXTRATO SEM TRAILER TR - CONTAGEM DO LOTE NAO CONFE
      -             'RIDA' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF WS-QTD-EXTRATO = ZERO
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'EXTRATO SEM NENHUM FUNCIONARIO' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
       ACUMULA-EXTRATO.
           ADD 1 TO WS-CONT-LIDOS.
           ADD 1 TO WS-CONTADOR-REGISTROS.
           MOVE SPACES TO WS-EXT-DEPTO.
           MOVE ZERO TO WS-EXT-SALARIO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-EXT-ID-X,
                   WS-EXT-NOME,
                   WS-EXT-SALARIO,
                   WS-EXT-DEPTO
           END-UNSTRING.
           ADD WS-EXT-SALARIO TO WS-SOMA-SALARIOS.
           MOVE WS-EXT-ID-X TO WS-OCO-CHAVE.
           IF WS-EXT-ID-X IS NOT NUMERIC
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'MATRICULA INVALIDA NO EXTRATO' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               MOVE WS-EXT-ID-X TO WS-ID-BUSCA
               PERFORM BUSCA-EXTRATO
               IF WS-EXT-ACHADO > ZERO
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   MOVE 'MATRICULA REPETIDA NO EXTRATO'
                       TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               ELSE
                   PERFORM GUARDA-FUNCIONARIO
               END-IF
           END-IF.
       GUARDA-FUNCIONARIO.
           IF WS-QTD-EXTRATO NOT < 100
               DISPLAY 'TABELA DO EXTRATO CHEIA (100) - ID FORA DA '
                   'VERIFICACAO: ' WS-ID-BUSCA
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE 'TABELA DO EXTRATO CHEIA (100) - FUNCIONARIO NAO CO
      -             'NFERIDO' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               ADD 1 TO WS-QTD-EXTRATO
               SET WS-IDX-EXT TO WS-QTD-EXTRATO
               MOVE WS-ID-BUSCA TO WS-EXT-TAB-ID (WS-IDX-EXT)
               MOVE WS-EXT-SALARIO TO WS-EXT-TAB-SALARIO (WS-IDX-EXT)
               MOVE WS-EXT-DEPTO TO WS-EXT-TAB-DEPTO (WS-IDX-EXT)
               MOVE 'N' TO WS-EXT-TAB-BANCO (WS-IDX-EXT)
               MOVE 'N' TO WS-EXT-TAB-ADMISSAO (WS-IDX-EXT)
               MOVE 'N' TO WS-EXT-TAB-PONTO (WS-IDX-EXT)
               IF WS-EXT-SALARIO = ZERO
                   MOVE 'A' TO WS-OCO-SEVERIDADE
                   MOVE 'SALARIO ZERADO NO EXTRATO' TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-IF.
      * Trailer divergente da contagem ou da soma lidas e extrato
      * truncado ou editado a mao - a folha so acusaria no fim.
       CONFERE-TRAILER.
           MOVE 'S' TO WS-TRAILER-LIDO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-TR-MARCA,
                   WS-TR-QTD,
                   WS-TR-TOTAL
           END-UNSTRING.
           IF WS-CONTADOR-REGISTROS NOT = WS-TR-QTD
               OR WS-SOMA-SALARIOS NOT = WS-TR-TOTAL
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'TR' TO WS-OCO-CHAVE
               MOVE WS-SOMA-SALARIOS TO WS-TOTAL-ED-1
               INSPECT WS-TOTAL-ED-1 REPLACING ALL '.' BY ';'
               INSPECT WS-TOTAL-ED-1 REPLACING ALL ',' BY '.'
               INSPECT WS-TOTAL-ED-1 REPLACING ALL ';' BY ','
               MOVE WS-TR-TOTAL TO WS-TOTAL-ED-2
               INSPECT WS-TOTAL-ED-2 REPLACING ALL '.' BY ';'
               INSPECT WS-TOTAL-ED-2 REPLACING ALL ',' BY '.'
               INSPECT WS-TOTAL-ED-2 REPLACING ALL ';' BY ','
               STRING 'TRAILER DIVERGENTE - LIDOS/TR: '
                   WS-CONTADOR-REGISTROS '/' WS-TR-QTD
                   ' - TOTAL LIDO/TR: ' WS-TOTAL-ED-1 '/'
                   WS-TOTAL-ED-2
                   DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
      * Localiza a matricula WS-ID-BUSCA no extrato, deixando a
      * posicao em WS-EXT-ACHADO (zero quando nao esta no extrato).
       BUSCA-EXTRATO.
           MOVE ZERO TO WS-EXT-ACHADO.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-ID (WS-IDX-EXT) = WS-ID-BUSCA
                   SET WS-EXT-ACHADO TO WS-IDX-EXT
               END-IF
           END-PERFORM.
      * Carrega o mestre indexado em ordem de chave, como a busca
      * por nome do dossie (COBOLPYTHON14).
       CARREGA-MESTRE.
           MOVE 2 TO WS-OCO-ARQUIVO.
           OPEN INPUT FUNC-MASTER.
           IF FS-MASTER = 35
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - MESTRE NAO CONFERIDO'
                   TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               IF FS-MASTER NOT < 30
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'ERRO AO ABRIR O MESTRE - STATUS = '
                       FS-MASTER
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               ELSE
                   MOVE 'S' TO WS-MESTRE-LIDO
                   PERFORM LE-MESTRE
               END-IF
           END-IF.
       LE-MESTRE.
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
                       PERFORM ACUMULA-MESTRE
               END-READ
           END-PERFORM.
           CLOSE FUNC-MASTER.
       ACUMULA-MESTRE.
           ADD 1 TO WS-CONT-LIDOS.
           IF WS-QTD-MESTRE NOT < 200
               DISPLAY 'TABELA DO MESTRE CHEIA (200) - ID FORA DA '
                   'VERIFICACAO: ' MD-ID
           ELSE
               ADD 1 TO WS-QTD-MESTRE
               SET WS-IDX-MST TO WS-QTD-MESTRE
               MOVE MD-ID TO WS-MST-TAB-ID (WS-IDX-MST)
               MOVE MD-SALARIO TO WS-MST-TAB-SALARIO (WS-IDX-MST)
               MOVE MD-DEPTO TO WS-MST-TAB-DEPTO (WS-IDX-MST)
           END-IF.
       BUSCA-MESTRE.
           MOVE ZERO TO WS-MST-ACHADO.
           PERFORM VARYING WS-IDX-MST FROM 1 BY 1
               UNTIL WS-IDX-MST > WS-QTD-MESTRE
               IF WS-MST-TAB-ID (WS-IDX-MST) = WS-ID-BUSCA
                   SET WS-MST-ACHADO TO WS-IDX-MST
               END-IF
           END-PERFORM.
      * Extrato x mestre nos dois sentidos. Funcionario do extrato
      * fora do mestre bloqueia (o mestre e a base do adiantamento e
      * do dossie); o contrario e aviso, salvo desligado, que e
      * saida esperada e sai na conferencia dos desligamentos.
      * Salario ou departamento diferentes saem como aviso.
       CONFERE-MESTRE.
           IF WS-MESTRE-LIDO = 'S'
               PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
                   UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
                   MOVE WS-EXT-TAB-ID (WS-IDX-EXT) TO WS-ID-BUSCA
                   PERFORM BUSCA-MESTRE
                   IF WS-MST-ACHADO = ZERO
                       MOVE 'E' TO WS-OCO-SEVERIDADE
                       MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
                       MOVE 'FUNCIONARIO DO EXTRATO SEM REGISTRO NO MEST
      -                     'RE' TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   ELSE
                       PERFORM COMPARA-MESTRE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-MST FROM 1 BY 1
                   UNTIL WS-IDX-MST > WS-QTD-MESTRE
                   MOVE WS-MST-TAB-ID (WS-IDX-MST) TO WS-ID-BUSCA
                   PERFORM BUSCA-EXTRATO
                   PERFORM VERIFICA-DESLIGADO
                   IF WS-EXT-ACHADO = ZERO
                       AND WS-FUNC-DESLIGADO = 'N'
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
                       MOVE 'NO MESTRE E FORA DO EXTRATO, SEM DESLIGAMEN
      -                     'TO ANOTADO' TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   END-IF
               END-PERFORM
           END-IF.
       COMPARA-MESTRE.
           IF WS-MST-TAB-SALARIO (WS-MST-ACHADO)
               NOT = WS-EXT-TAB-SALARIO (WS-IDX-EXT)
               MOVE WS-EXT-TAB-SALARIO (WS-IDX-EXT) TO WS-VALOR-ED-1
               INSPECT WS-VALOR-ED-1 REPLACING ALL '.' BY ';'
               INSPECT WS-VALOR-ED-1 REPLACING ALL ',' BY '.'
               INSPECT WS-VALOR-ED-1 REPLACING ALL ';' BY ','
               MOVE WS-MST-TAB-SALARIO (WS-MST-ACHADO) TO WS-VALOR-ED-2
               INSPECT WS-VALOR-ED-2 REPLACING ALL '.' BY ';'
               INSPECT WS-VALOR-ED-2 REPLACING ALL ',' BY '.'
               INSPECT WS-VALOR-ED-2 REPLACING ALL ';' BY ','
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
               STRING 'SALARIO DIVERGENTE - EXTRATO R$ ' WS-VALOR-ED-1
                   ' MESTRE R$ ' WS-VALOR-ED-2
                   DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF WS-MST-TAB-DEPTO (WS-MST-ACHADO)
               NOT = WS-EXT-TAB-DEPTO (WS-IDX-EXT)
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
               STRING 'DEPARTAMENTO DIVERGENTE - EXTRATO "'
                   WS-EXT-TAB-DEPTO (WS-IDX-EXT) '" MESTRE "'
                   WS-MST-TAB-DEPTO (WS-MST-ACHADO) '"'
                   DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
      * Dados bancarios: funcionario do extrato sem linha iria para
      * remessa-excecoes.txt no COBOLPYTHON6 e ficaria sem salario.
       CONFERE-BANCOS.
           MOVE 3 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT BANCOS.
           IF FS-BANCOS = 05
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - REMESSA SEM DADOS BANCARIOS'
                   TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF FS-BANCOS = 00 OR FS-BANCOS = 05
               PERFORM UNTIL EOF = 'Y'
                   READ BANCOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM CONFERE-LINHA-BANCO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANCOS.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-BANCO (WS-IDX-EXT) = 'N'
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   MOVE WS-EXT-TAB-ID (WS-IDX-EXT) TO WS-OCO-CHAVE
                   MOVE 'FUNCIONARIO DO EXTRATO SEM DADOS BANCARIOS'
                       TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-PERFORM.
       CONFERE-LINHA-BANCO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE SPACES TO WS-BCO-BANCO.
           MOVE SPACES TO WS-BCO-AGENCIA.
           MOVE SPACES TO WS-BCO-CONTA.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-AUX-ID-X,
                   WS-BCO-BANCO,
                   WS-BCO-AGENCIA,
                   WS-BCO-CONTA
           END-UNSTRING.
           MOVE WS-AUX-ID-X TO WS-OCO-CHAVE.
           IF WS-AUX-ID-X IS NOT NUMERIC
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'LINHA COM MATRICULA INVALIDA' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               MOVE WS-AUX-ID-X TO WS-ID-BUSCA
               PERFORM BUSCA-EXTRATO
               EVALUATE TRUE
                   WHEN WS-BCO-BANCO = SPACES
                       OR WS-BCO-AGENCIA = SPACES
                       OR WS-BCO-CONTA = SPACES
                       MOVE 'E' TO WS-OCO-SEVERIDADE
                       MOVE 'DADOS BANCARIOS INCOMPLETOS (BANCO, AGENCIA
      -                     ' OU CONTA EM BRANCO)' TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-ACHADO = ZERO
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       MOVE 'DADOS BANCARIOS DE MATRICULA FORA DO EXTRAT
      -                     'O' TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-TAB-BANCO (WS-EXT-ACHADO) = 'S'
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       MOVE 'MATRICULA REPETIDA EM BANCOS.CSV'
                           TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-EXT-ACHADO > ZERO
                   MOVE 'S' TO WS-EXT-TAB-BANCO (WS-EXT-ACHADO)
               END-IF
           END-IF.
      * Admissoes: sem a data o COBOLPYTHON10 assume 12 meses de 13o
      * e ferias na rescisao, sem avisar ninguem.
       CONFERE-ADMISSOES.
           MOVE 4 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT ADMISSOES.
           IF FS-ADMISSOES = 05
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - RESCISAO E 13O ASSUMIRIAM 12 MES
      -             'ES' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF FS-ADMISSOES = 00 OR FS-ADMISSOES = 05
               PERFORM UNTIL EOF = 'Y'
                   READ ADMISSOES INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM CONFERE-LINHA-ADMISSAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ADMISSOES.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-ADMISSAO (WS-IDX-EXT) = 'N'
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   MOVE WS-EXT-TAB-ID (WS-IDX-EXT) TO WS-OCO-CHAVE
                   MOVE 'FUNCIONARIO DO EXTRATO SEM DATA DE ADMISSAO'
                       TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-PERFORM.
       CONFERE-LINHA-ADMISSAO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE SPACES TO WS-ADM-DATA.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-AUX-ID-X,
                   WS-ADM-DATA
           END-UNSTRING.
           MOVE WS-AUX-ID-X TO WS-OCO-CHAVE.
           IF WS-AUX-ID-X IS NOT NUMERIC
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'LINHA COM MATRICULA INVALIDA' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               MOVE WS-AUX-ID-X TO WS-ID-BUSCA
               PERFORM BUSCA-EXTRATO
               EVALUATE TRUE
                   WHEN WS-ADM-DATA IS NOT NUMERIC
                       OR WS-ADM-MES < '01' OR WS-ADM-MES > '12'
                       OR WS-ADM-DIA < '01' OR WS-ADM-DIA > '31'
                       MOVE 'E' TO WS-OCO-SEVERIDADE
                       STRING 'DATA DE ADMISSAO INVALIDA: ' WS-ADM-DATA
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-ADM-DATA > WS-DATA-SISTEMA
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       STRING 'ADMISSAO COM DATA FUTURA: ' WS-ADM-DATA
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-ACHADO = ZERO
                       PERFORM VERIFICA-DESLIGADO
                       IF WS-FUNC-DESLIGADO = 'N'
                           MOVE 'A' TO WS-OCO-SEVERIDADE
                           MOVE 'ADMISSAO DE MATRICULA FORA DO EXTRATO'
                               TO WS-OCO-MENSAGEM
                           PERFORM REGISTRA-OCORRENCIA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-EXT-ACHADO > ZERO
                   MOVE 'S' TO WS-EXT-TAB-ADMISSAO (WS-EXT-ACHADO)
               END-IF
           END-IF.
      * Rateio: monta a lista de departamentos que vao ao feed de GL
      * (o do extrato, ou os do rateio em vigor) e aponta o rateio
      * que nao fecha 100% na competencia - o COBOLPYTHON3 e o
      * COBOLPYTHON12 parariam com RETURN-CODE 16.
       CONFERE-RATEIO.
           MOVE 9 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT RATEIO.
           IF FS-RATEIO = 00 OR FS-RATEIO = 05
               PERFORM UNTIL EOF = 'Y'
                   READ RATEIO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM ACUMULA-RATEIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATEIO.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-QTD-RATEIO
               PERFORM CONFERE-MATRICULA-RATEIO
           END-PERFORM.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               MOVE WS-EXT-TAB-ID (WS-IDX-EXT) TO WS-ID-BUSCA
               PERFORM SELECIONA-RATEIO
               IF WS-RAT-VIG-EFETIVA = SPACES
                   MOVE WS-EXT-TAB-DEPTO (WS-IDX-EXT) TO WS-DEPTO-BUSCA
                   PERFORM ADICIONA-DEPTO
               ELSE
                   PERFORM ADICIONA-DEPTOS-RATEIO
               END-IF
           END-PERFORM.
       ACUMULA-RATEIO.
           ADD 1 TO WS-CONT-LIDOS.
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
      * Rateio de matricula fora do extrato, apontado uma vez por
      * matricula (na primeira linha dela).
       CONFERE-MATRICULA-RATEIO.
           MOVE 'N' TO WS-RAT-JA-VISTO.
           PERFORM VARYING WS-IDX-RAT-2 FROM 1 BY 1
               UNTIL WS-IDX-RAT-2 NOT < WS-IDX-RAT
               IF WS-RAT-TAB-ID (WS-IDX-RAT-2)
                   = WS-RAT-TAB-ID (WS-IDX-RAT)
                   MOVE 'S' TO WS-RAT-JA-VISTO
               END-IF
           END-PERFORM.
           IF WS-RAT-JA-VISTO = 'N'
               MOVE WS-RAT-TAB-ID (WS-IDX-RAT) TO WS-ID-BUSCA
               PERFORM BUSCA-EXTRATO
               IF WS-EXT-ACHADO = ZERO
                   MOVE 'A' TO WS-OCO-SEVERIDADE
                   MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
                   MOVE 'RATEIO DE MATRICULA FORA DO EXTRATO'
                       TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               END-IF
           END-IF.
      * Vigencia efetiva do rateio da matricula WS-ID-BUSCA na
      * competencia (espacos quando nao ha rateio) e a soma dos
      * percentuais dela.
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
           IF WS-RAT-VIG-EFETIVA NOT = SPACES
               PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
                   UNTIL WS-IDX-RAT > WS-QTD-RATEIO
                   IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                       AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                           = WS-RAT-VIG-EFETIVA
                       ADD WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT)
                           TO WS-RAT-SOMA
                   END-IF
               END-PERFORM
           END-IF.
       ADICIONA-DEPTOS-RATEIO.
           IF WS-RAT-SOMA NOT = 100
               MOVE WS-RAT-SOMA TO WS-RAT-SOMA-ED
               INSPECT WS-RAT-SOMA-ED REPLACING ALL '.' BY ','
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
               STRING 'RATEIO DA VIGENCIA ' WS-RAT-VIG-EFETIVA
                   ' SOMA ' WS-RAT-SOMA-ED '% - GL E PROVISAO PARAM'
                   DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-QTD-RATEIO
               IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                   AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                       = WS-RAT-VIG-EFETIVA
                   MOVE WS-RAT-TAB-DEPTO (WS-IDX-RAT) TO WS-DEPTO-BUSCA
                   PERFORM ADICIONA-DEPTO
               END-IF
           END-PERFORM.
       ADICIONA-DEPTO.
           MOVE ZERO TO WS-DEP-ACHADO.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPTOS
               IF WS-DEP-TAB-COD (WS-IDX-DEP) = WS-DEPTO-BUSCA
                   SET WS-DEP-ACHADO TO WS-IDX-DEP
               END-IF
           END-PERFORM.
           IF WS-DEP-ACHADO = ZERO
               IF WS-QTD-DEPTOS NOT < 20
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA (20) - '
                       'DEPTO FORA DA VERIFICACAO: ' WS-DEPTO-BUSCA
               ELSE
                   ADD 1 TO WS-QTD-DEPTOS
                   SET WS-IDX-DEP TO WS-QTD-DEPTOS
                   MOVE WS-DEPTO-BUSCA TO WS-DEP-TAB-COD (WS-IDX-DEP)
               END-IF
           END-IF.
      * Mapeamento contabil: cada departamento do extrato e do
      * rateio precisa de conta para os eventos que o feed de GL
      * lanca - sem ela o COBOLPYTHON3 retem a carga no fim da
      * cadeia.
       CONFERE-CONTAS.
           MOVE 5 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS = 05
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - FEED DE GL NAO SERIA GERADO'
                   TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF FS-CONTAS = 00 OR FS-CONTAS = 05
               PERFORM UNTIL EOF = 'Y'
                   READ CONTAS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM CONFERE-LINHA-CONTA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTAS.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPTOS
               PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
                   UNTIL WS-IDX-EVT > 5
                   PERFORM CONFERE-CONTA-DEPTO
               END-PERFORM
           END-PERFORM.
       CONFERE-LINHA-CONTA.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE SPACES TO WS-CTA-DEPTO.
           MOVE SPACES TO WS-CTA-EVENTO.
           MOVE SPACES TO WS-CTA-CONTA-X.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-CTA-DEPTO,
                   WS-CTA-EVENTO,
                   WS-CTA-CONTA-X
           END-UNSTRING.
           MOVE WS-CTA-DEPTO TO WS-OCO-CHAVE.
           MOVE 'N' TO WS-EVENTO-VALIDO.
           PERFORM VARYING WS-IDX-EVT FROM 1 BY 1
               UNTIL WS-IDX-EVT > 5
               IF WS-EVT-NOME (WS-IDX-EVT) = WS-CTA-EVENTO
                   MOVE 'S' TO WS-EVENTO-VALIDO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-EVENTO-VALIDO = 'N'
                   MOVE 'A' TO WS-OCO-SEVERIDADE
                   STRING 'EVENTO DESCONHECIDO "' WS-CTA-EVENTO
                       '" - LINHA SEM EFEITO NO FEED DE GL'
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-CTA-CONTA-X IS NOT NUMERIC
                   OR WS-CTA-CONTA-X = ZERO
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'CONTA INVALIDA PARA O EVENTO ' WS-CTA-EVENTO
                       ': ' WS-CTA-CONTA-X
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-QTD-CONTAS NOT < 100
                   DISPLAY 'TABELA DE CONTAS CHEIA (100) - LINHA '
                       'IGNORADA: ' WS-LINHA-LIDA
               WHEN OTHER
                   ADD 1 TO WS-QTD-CONTAS
                   SET WS-IDX-CTA TO WS-QTD-CONTAS
                   MOVE WS-CTA-DEPTO TO WS-CTA-TAB-DEPTO (WS-IDX-CTA)
                   MOVE WS-CTA-EVENTO TO WS-CTA-TAB-EVENTO (WS-IDX-CTA)
           END-EVALUATE.
           MOVE SPACES TO WS-OCO-CHAVE.
       CONFERE-CONTA-DEPTO.
           MOVE 'N' TO WS-CONTA-ACHADA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA > WS-QTD-CONTAS
               IF WS-CTA-TAB-DEPTO (WS-IDX-CTA)
                   = WS-DEP-TAB-COD (WS-IDX-DEP)
                   AND WS-CTA-TAB-EVENTO (WS-IDX-CTA)
                       = WS-EVT-NOME (WS-IDX-EVT)
                   MOVE 'S' TO WS-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-CONTA-ACHADA = 'N'
               MOVE WS-EVT-SEVERIDADE (WS-IDX-EVT)
                   TO WS-OCO-SEVERIDADE
               MOVE WS-DEP-TAB-COD (WS-IDX-DEP) TO WS-OCO-CHAVE
               IF WS-OCO-SEVERIDADE = 'E'
                   STRING 'DEPARTAMENTO SEM CONTA PARA O EVENTO '
                       WS-EVT-NOME (WS-IDX-EVT)
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               ELSE
                   STRING 'DEPARTAMENTO SEM CONTA PARA O EVENTO '
                       WS-EVT-NOME (WS-IDX-EVT)
                       ' (SO EXIGIDA QUANDO HOUVER VALOR)'
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
               END-IF
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
      * Verbas fixas: codigo fora das faixas conhecidas, tipo ou
      * forma invalidos e pensao que nao seja desconto bloqueiam;
      * verba de funcionario fora do extrato e aviso (a folha a
      * aponta nas excecoes e segue).
       CONFERE-VERBAS.
           MOVE 6 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT VERBAS.
           IF FS-VERBAS = 05
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - FOLHA SEM VERBAS FIXAS'
                   TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF FS-VERBAS = 00 OR FS-VERBAS = 05
               PERFORM UNTIL EOF = 'Y'
                   READ VERBAS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM CONFERE-LINHA-VERBA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VERBAS.
       CONFERE-LINHA-VERBA.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE SPACES TO WS-VRB-CODIGO-X.
           MOVE SPACES TO WS-VRB-TIPO.
           MOVE SPACES TO WS-VRB-FORMA.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-AUX-ID-X,
                   WS-VRB-CODIGO-X,
                   WS-VRB-DESCRICAO,
                   WS-VRB-TIPO,
                   WS-VRB-FORMA
           END-UNSTRING.
           MOVE WS-AUX-ID-X TO WS-OCO-CHAVE.
           MOVE ZERO TO WS-FAIXA-ACHADA.
           MOVE ZERO TO WS-VRB-CODIGO.
           IF WS-VRB-CODIGO-X IS NUMERIC
               MOVE WS-VRB-CODIGO-X TO WS-VRB-CODIGO
               PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 2
                   IF WS-VRB-CODIGO NOT < WS-FAIXA-INICIO (WS-IDX-FAIXA)
                       AND WS-VRB-CODIGO
                           NOT > WS-FAIXA-FIM (WS-IDX-FAIXA)
                       SET WS-FAIXA-ACHADA TO WS-IDX-FAIXA
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUX-ID-X IS NOT NUMERIC
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   MOVE 'LINHA COM MATRICULA INVALIDA'
                       TO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-FAIXA-ACHADA = ZERO
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'VERBA ' WS-VRB-CODIGO-X
                       ' FORA DAS FAIXAS DE CODIGO CONHECIDAS'
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-VRB-TIPO NOT = 'E' AND WS-VRB-TIPO NOT = 'D'
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'VERBA ' WS-VRB-CODIGO-X
                       ' COM TIPO INVALIDO (E/D): ' WS-VRB-TIPO
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-FAIXA-TIPO (WS-FAIXA-ACHADA) NOT = SPACE
                   AND WS-FAIXA-TIPO (WS-FAIXA-ACHADA)
                       NOT = WS-VRB-TIPO
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'VERBA ' WS-VRB-CODIGO-X ' DE '
                       WS-FAIXA-DESCRICAO (WS-FAIXA-ACHADA)
                       ' EXIGE TIPO ' WS-FAIXA-TIPO (WS-FAIXA-ACHADA)
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN WS-VRB-FORMA NOT = 'V' AND WS-VRB-FORMA NOT = 'P'
                   MOVE 'E' TO WS-OCO-SEVERIDADE
                   STRING 'VERBA ' WS-VRB-CODIGO-X
                       ' COM FORMA INVALIDA (V/P): ' WS-VRB-FORMA
                       DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                   PERFORM REGISTRA-OCORRENCIA
               WHEN OTHER
                   MOVE WS-AUX-ID-X TO WS-ID-BUSCA
                   PERFORM BUSCA-EXTRATO
                   IF WS-EXT-ACHADO = ZERO
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       STRING 'VERBA ' WS-VRB-CODIGO-X
                           ' DE MATRICULA FORA DO EXTRATO'
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO WS-OCO-CHAVE.
      * Ponto: falta acima de 30 dias nao existe no mes e bloqueia;
      * apontamento de funcionario fora do extrato ou repetido e
      * aviso - a folha usa o primeiro e aponta o orfao.
       CONFERE-PONTO.
           MOVE 7 TO WS-OCO-ARQUIVO.
           MOVE 'N' TO EOF.
           OPEN INPUT PONTO.
           IF FS-PONTO = 05
               MOVE 'A' TO WS-OCO-SEVERIDADE
               MOVE 'ARQUIVO AUSENTE - FOLHA SEM HORAS EXTRAS E FALTAS'
                   TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           END-IF.
           IF FS-PONTO = 00 OR FS-PONTO = 05
               PERFORM UNTIL EOF = 'Y'
                   READ PONTO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM CONFERE-LINHA-PONTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PONTO.
       CONFERE-LINHA-PONTO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE ZERO TO WS-PONTO-HORAS.
           MOVE ZERO TO WS-PONTO-DIAS.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-AUX-ID-X,
                   WS-PONTO-HORAS,
                   WS-PONTO-DIAS
           END-UNSTRING.
           MOVE WS-AUX-ID-X TO WS-OCO-CHAVE.
           IF WS-AUX-ID-X IS NOT NUMERIC
               MOVE 'E' TO WS-OCO-SEVERIDADE
               MOVE 'LINHA COM MATRICULA INVALIDA' TO WS-OCO-MENSAGEM
               PERFORM REGISTRA-OCORRENCIA
           ELSE
               MOVE WS-AUX-ID-X TO WS-ID-BUSCA
               PERFORM BUSCA-EXTRATO
               EVALUATE TRUE
                   WHEN WS-PONTO-DIAS > 30
                       MOVE 'E' TO WS-OCO-SEVERIDADE
                       STRING 'DIAS DE FALTA ACIMA DE 30: '
                           WS-PONTO-DIAS
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-ACHADO = ZERO
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       MOVE 'PONTO DE MATRICULA FORA DO EXTRATO'
                           TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-TAB-PONTO (WS-EXT-ACHADO) = 'S'
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       MOVE 'MATRICULA REPETIDA NO PONTO - VALE O PRIMEI
      -                     'RO' TO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-EXT-ACHADO > ZERO
                   MOVE 'S' TO WS-EXT-TAB-PONTO (WS-EXT-ACHADO)
               END-IF
           END-IF.
      * Carrega os desligamentos anotados pela rescisao, no molde
      * das tabelas auxiliares da cadeia. A ausencia do arquivo nao
      * e erro - nenhuma rescisao anotada ainda.
       CARREGA-DESLIGAMENTOS.
           MOVE 'N' TO EOF.
           OPEN INPUT DESLIGAMENTOS.
           IF FS-DESLIGAMENTOS = 00 OR FS-DESLIGAMENTOS = 05
               PERFORM UNTIL EOF = 'Y'
                   READ DESLIGAMENTOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM ACUMULA-DESLIGAMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DESLIGAMENTOS.
       ACUMULA-DESLIGAMENTO.
           ADD 1 TO WS-CONT-LIDOS.
           IF WS-QTD-DESLIGADOS NOT < 100
               DISPLAY 'TABELA DE DESLIGADOS CHEIA (100) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
           ELSE
               MOVE SPACES TO WS-DSL-DATA
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-DSL-ID,
                       WS-DSL-DATA
               END-UNSTRING
               ADD 1 TO WS-QTD-DESLIGADOS
               SET WS-IDX-DSL TO WS-QTD-DESLIGADOS
               MOVE WS-DSL-ID TO WS-DSL-TAB-ID (WS-IDX-DSL)
               MOVE WS-DSL-DATA TO WS-DSL-TAB-DATA (WS-IDX-DSL)
           END-IF.
       VERIFICA-DESLIGADO.
           MOVE 'N' TO WS-FUNC-DESLIGADO.
           PERFORM VARYING WS-IDX-DSL FROM 1 BY 1
               UNTIL WS-IDX-DSL > WS-QTD-DESLIGADOS
               IF WS-DSL-TAB-ID (WS-IDX-DSL) = WS-ID-BUSCA
                   MOVE 'S' TO WS-FUNC-DESLIGADO
               END-IF
           END-PERFORM.
      * Desligado ainda no extrato com desligamento ate o fim da
      * competencia receberia a folha inteira alem da rescisao -
      * bloqueia. Desligamento em competencia futura (aviso previo
      * em curso) e desligado ainda no mestre saem como aviso.
       CONFERE-DESLIGAMENTOS.
           MOVE 8 TO WS-OCO-ARQUIVO.
           PERFORM VARYING WS-IDX-DSL FROM 1 BY 1
               UNTIL WS-IDX-DSL > WS-QTD-DESLIGADOS
               MOVE WS-DSL-TAB-ID (WS-IDX-DSL) TO WS-ID-BUSCA
               MOVE WS-ID-BUSCA TO WS-OCO-CHAVE
               MOVE SPACES TO WS-DATA-DESLIGAMENTO-ED
               STRING WS-DSL-TAB-DATA (WS-IDX-DSL)(7:2) '/'
                   WS-DSL-TAB-DATA (WS-IDX-DSL)(5:2) '/'
                   WS-DSL-TAB-DATA (WS-IDX-DSL)(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-DESLIGAMENTO-ED
               PERFORM BUSCA-EXTRATO
               PERFORM BUSCA-MESTRE
               EVALUATE TRUE
                   WHEN WS-DSL-TAB-DATA (WS-IDX-DSL) IS NOT NUMERIC
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       STRING 'DATA DE DESLIGAMENTO INVALIDA: '
                           WS-DSL-TAB-DATA (WS-IDX-DSL)
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-ACHADO > ZERO
                       AND WS-DSL-TAB-DATA (WS-IDX-DSL)(1:6)
                           NOT > WS-PERIODO-FILTRO
                       MOVE 'E' TO WS-OCO-SEVERIDADE
                       STRING 'DESLIGADO EM ' WS-DATA-DESLIGAMENTO-ED
                           ' AINDA NO EXTRATO - FOLHA EM DOBRO COM A '
                           'RESCISAO'
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-EXT-ACHADO > ZERO
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       STRING 'DESLIGAMENTO FUTURO EM '
                           WS-DATA-DESLIGAMENTO-ED
                           ' - AINDA NO EXTRATO'
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN WS-MST-ACHADO > ZERO
                       MOVE 'A' TO WS-OCO-SEVERIDADE
                       STRING 'DESLIGADO EM ' WS-DATA-DESLIGAMENTO-ED
                           ' AINDA NO MESTRE'
                           DELIMITED BY SIZE INTO WS-OCO-MENSAGEM
                       PERFORM REGISTRA-OCORRENCIA
                   WHEN OTHER
                       MOVE SPACES TO WS-OCO-CHAVE
               END-EVALUATE
           END-PERFORM.
      * Relatorio de integridade: um bloco por arquivo, erros antes
      * dos avisos, e o resumo com a contagem por arquivo e o
      * resultado para o operador.
       GRAVA-RELATORIO-INTEGRIDADE.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'VERIFICACAO DE INTEGRIDADE PRE-CADEIA - COMPETENCIA'
               ': ' WS-PERIODO-FILTRO ' - DATA: ' WS-DATA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXTRATO: ' WS-NOME-ARQUIVO-ENTRADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ > 9
               PERFORM GRAVA-BLOCO-ARQUIVO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE 'RESUMO POR ARQUIVO      ERROS AVISOS'
               TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ > 9
               MOVE WS-ARQ-ERROS (WS-IDX-ARQ) TO WS-QTD-ARQ-ED-1
               MOVE WS-ARQ-AVISOS (WS-IDX-ARQ) TO WS-QTD-ARQ-ED-2
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING WS-ARQ-NOME (WS-IDX-ARQ) '     '
                   WS-QTD-ARQ-ED-1 '   ' WS-QTD-ARQ-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM.
           MOVE WS-TOTAL-ERROS TO WS-QTD-ED-1.
           MOVE WS-TOTAL-AVISOS TO WS-QTD-ED-2.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL                 ' WS-QTD-ED-1 '  ' WS-QTD-ED-2
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           IF WS-OCORRENCIAS-PERDIDAS > ZERO
               MOVE WS-OCORRENCIAS-PERDIDAS TO WS-QTD-ED-1
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'TABELA DE OCORRENCIAS CHEIA (500) - '
                   WS-QTD-ED-1 ' OCORRENCIA(S) SEM DETALHE'
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-TOTAL-ERROS > ZERO
               MOVE 'RESULTADO: CADEIA RETIDA - CORRIGIR OS ERROS E VERI
      -             'FICAR DE NOVO' TO WS-LINHA-RELATORIO
           ELSE
               MOVE 'RESULTADO: CADEIA LIBERADA' TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           CLOSE RELATORIO.
       GRAVA-BLOCO-ARQUIVO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ARQUIVO: ' WS-ARQ-NOME (WS-IDX-ARQ)
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           IF WS-ARQ-ERROS (WS-IDX-ARQ) = ZERO
               AND WS-ARQ-AVISOS (WS-IDX-ARQ) = ZERO
               MOVE '  SEM OCORRENCIAS' TO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           ELSE
               MOVE 'E' TO WS-SEVERIDADE-IMPRESSA
               PERFORM GRAVA-OCORRENCIAS-ARQUIVO
               MOVE 'A' TO WS-SEVERIDADE-IMPRESSA
               PERFORM GRAVA-OCORRENCIAS-ARQUIVO
           END-IF.
       GRAVA-OCORRENCIAS-ARQUIVO.
           PERFORM VARYING WS-IDX-OCO FROM 1 BY 1
               UNTIL WS-IDX-OCO > WS-QTD-OCORRENCIAS
               IF WS-OCO-TAB-ARQUIVO (WS-IDX-OCO) = WS-IDX-ARQ
                   AND WS-OCO-TAB-SEVERIDADE (WS-IDX-OCO)
                       = WS-SEVERIDADE-IMPRESSA
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   IF WS-SEVERIDADE-IMPRESSA = 'E'
                       STRING '  ERRO  ' WS-OCO-TAB-CHAVE (WS-IDX-OCO)
                           ' ' WS-OCO-TAB-MENSAGEM (WS-IDX-OCO)
                           DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   ELSE
                       STRING '  AVISO ' WS-OCO-TAB-CHAVE (WS-IDX-OCO)
                           ' ' WS-OCO-TAB-MENSAGEM (WS-IDX-OCO)
                           DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-IF
                   PERFORM GRAVA-LINHA-RELATORIO
               END-IF
           END-PERFORM.
       GRAVA-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-CONT-GRAVADOS.
       END PROGRAM COBOLPYTHON23.

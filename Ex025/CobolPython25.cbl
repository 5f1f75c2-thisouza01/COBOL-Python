      ******************************************************************
      * Author:
      * Date:
      * Purpose: Orcado x realizado de pessoal por departamento - o
      *          relatorio mensal que a gerencia pedia e era montado
      *          a mao a partir do relatorio.txt, das admissoes, dos
      *          desligamentos e do relatorio-encargos.txt. Le o
      *          orcamento (orcamento.csv: departamento, AAAAMM,
      *          quadro, bruto e encargos orcados) e, para cada
      *          departamento, apura no mes e no acumulado do ano o
      *          bruto do historico de folha (historico.csv), os
      *          encargos de FGTS e INSS patronal na mesma regra do
      *          COBOLPYTHON12 (inclusive o rateio por centro de
      *          custo), o quadro, as admissoes (admissoes.csv), os
      *          desligamentos (desligamentos.csv), o turnover e o
      *          salario medio, com a variacao em valor e percentual
      *          do custo (bruto + encargos) contra o orcado.
      *          Departamento acima do orcado alem da tolerancia
      *          informada sai marcado e o job termina com RC 4.
      *          Gera relatorio-orcado-realizado.txt paginado e
      *          datado como o relatorio.txt, e o extrato
      *          orcado-realizado.csv com os mesmos numeros para a
      *          Controladoria carregar sem redigitar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON25.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN DYNAMIC WS-NOME-ARQUIVO-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.
           SELECT ARQUIVO ASSIGN DYNAMIC WS-NOME-ARQUIVO-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO.
           SELECT FUNC-MASTER ASSIGN TO 'func-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MD-ID
           FILE STATUS IS FS-MASTER.
           SELECT ORCAMENTO ASSIGN TO 'orcamento.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORCAMENTO.
           SELECT OPTIONAL ADMISSOES ASSIGN TO 'admissoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADMISSOES.
           SELECT OPTIONAL DESLIGAMENTOS ASSIGN TO 'desligamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESLIGAMENTOS.
           SELECT OPTIONAL RATEIO ASSIGN TO 'rateio.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEIO.
           SELECT RELATORIO ASSIGN TO 'relatorio-orcado-realizado.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.
           SELECT EXTRATO-CSV ASSIGN TO 'orcado-realizado.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-EXTRATO-CSV.
           SELECT OPTIONAL LOG-PROCESSAMENTO
           ASSIGN TO 'processamento.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-PROC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  HISTORICO.
       01 REG-HISTORICO    PIC X(80).
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
       FD  ORCAMENTO.
       01 REG-ORCAMENTO    PIC X(60).
      *
       FD  ADMISSOES.
       01 REG-ADMISSAO     PIC X(20).
      *
       FD  DESLIGAMENTOS.
       01 REG-DESLIGAMENTO PIC X(20).
      *
       FD  RATEIO.
       01 REG-RATEIO       PIC X(40).
      *
       FD  RELATORIO.
       01 REG-RELATORIO    PIC X(200).
      *
       FD  EXTRATO-CSV.
       01 REG-EXTRATO-CSV  PIC X(250).
      *
       FD  LOG-PROCESSAMENTO.
       01 REG-LOG-PROC     PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS.
           05 FS-HISTORICO PIC 9(02).
           05 FS-ARQUIVO   PIC 9(02).
           05 FS-MASTER    PIC 9(02).
           05 FS-ORCAMENTO PIC 9(02).
           05 FS-ADMISSOES PIC 9(02).
           05 FS-DESLIGAMENTOS PIC 9(02).
           05 FS-RATEIO    PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-EXTRATO-CSV PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-HISTORICO   PIC X(01) VALUE 'N'.
       01  EOF-RATEIO      PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
       01  WS-LINHA-LIDA   PIC X(80).
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1: 'AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO',
      * com o oitavo campo opcional de tipo tratado como no
      * COBOLPYTHON12 - o adiantamento ('A') nao conta e a
      * complementar de dissidio ('C') soma ao bruto da competencia.
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-NOME     PIC X(20).
           05 WS-HIST-BRUTO    PIC 9(05)V99.
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
       01  WS-HIST-MES         PIC 9(02) VALUE ZERO.
      *
       01  WS-REGISTRO.
           05 WS-ID        PIC 9(05).
           05 WS-NOME      PIC X(20).
           05 WS-SALARIO   PIC 9(05)V99.
           05 WS-DEPTO     PIC X(04).
      *
      * Folha do ano por funcionario, localizada pela matricula
      * com busca sequencial como no COBOLPYTHON12, com o bruto de
      * cada mes ate a competencia. O departamento vem do extrato
      * de salarios (o mesmo do relatorio.txt e da provisao); quem
      * nao esta mais no extrato - desligado no ano - fica no
      * departamento do mestre, e na falta dos dois no
      * departamento em branco, nunca fora do relatorio.
       01  WS-TAB-FOLHA.
           05 WS-FOL-OCOR OCCURS 150 TIMES.
               10 WS-FOL-TAB-ID    PIC 9(05).
               10 WS-FOL-DEPTO     PIC X(04).
               10 WS-FOL-TEM-DEPTO PIC X(01).
               10 WS-FOL-MES OCCURS 12 TIMES.
                   15 WS-FOL-PRESENTE PIC X(01).
                   15 WS-FOL-BRUTO    PIC 9(05)V99.
       01  WS-QTD-FOLHA    PIC 9(03) VALUE ZERO.
       01  WS-IDX-FOL      PIC 9(03) VALUE ZERO.
       01  WS-FOL-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-ID-BUSCA     PIC 9(05) VALUE ZERO.
      *
      * Admissoes e desligamentos ('ID,AAAAMMDD') do ano ate a
      * competencia, com a posicao do funcionario na tabela da
      * folha, para contarem no departamento dele no mes do fato.
       01  WS-MOV-ID           PIC 9(05).
       01  WS-MOV-DATA         PIC X(08).
       01  WS-MOV-TIPO-LIDO    PIC X(01).
       01  WS-TAB-MOVIMENTO.
           05 WS-MOV-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-MOV.
               10 WS-MOV-TAB-FOL   PIC 9(03).
               10 WS-MOV-TAB-TIPO  PIC X(01).
               10 WS-MOV-TAB-MES   PIC 9(02).
       01  WS-QTD-MOVIMENTOS   PIC 9(03) VALUE ZERO.
      *
      * Aliquotas dos encargos patronais, as mesmas do
      * COBOLPYTHON12.
       01  WS-ALIQ-FGTS        PIC 9(02)V99 VALUE 8.00.
       01  WS-ALIQ-PATRONAL    PIC 9(02)V99 VALUE 20.00.
      *
      * Orcamento (orcamento.csv: 'DEPTO,AAAAMM,QUADRO,BRUTO,
      * ENCARGOS', valores com ponto decimal). A linha da
      * competencia e o orcado do mes; as linhas do ano ate a
      * competencia somam o orcado acumulado.
       01  WS-LINHA-ORCAMENTO.
           05 WS-ORC-DEPTO     PIC X(04).
           05 WS-ORC-PERIODO   PIC X(06).
           05 WS-ORC-QTD       PIC 9(05).
           05 WS-ORC-BRUTO     PIC 9(09)V99.
           05 WS-ORC-ENCARGOS  PIC 9(09)V99.
       01  WS-QTD-ORCAMENTO    PIC 9(05) VALUE ZERO.
      *
      * Acumuladores por departamento, na ordem em que aparecem no
      * orcamento e depois na folha. O quadro do ano e a soma dos
      * quadros mensais (funcionario-mes), base do quadro medio, do
      * turnover e do salario medio acumulados. WS-DEPTO-APU-BRUTO
      * guarda o bruto do mes em apuracao, sobre o qual o INSS
      * patronal e calculado por departamento como no COBOLPYTHON12.
       01  WS-TAB-DEPTO.
           05 WS-DEPTO-OCOR OCCURS 30 TIMES INDEXED BY WS-IDX-DEPTO.
               10 WS-DEPTO-TAB-COD       PIC X(04).
               10 WS-DEPTO-MES-QTD       PIC 9(07).
               10 WS-DEPTO-MES-ADM       PIC 9(05).
               10 WS-DEPTO-MES-DESL      PIC 9(05).
               10 WS-DEPTO-MES-BRUTO     PIC 9(11)V99.
               10 WS-DEPTO-MES-FGTS      PIC 9(11)V99.
               10 WS-DEPTO-MES-PATRONAL  PIC 9(11)V99.
               10 WS-DEPTO-ANO-QTD       PIC 9(07).
               10 WS-DEPTO-ANO-ADM       PIC 9(05).
               10 WS-DEPTO-ANO-DESL      PIC 9(05).
               10 WS-DEPTO-ANO-BRUTO     PIC 9(11)V99.
               10 WS-DEPTO-ANO-FGTS      PIC 9(11)V99.
               10 WS-DEPTO-ANO-PATRONAL  PIC 9(11)V99.
               10 WS-DEPTO-APU-BRUTO     PIC 9(11)V99.
               10 WS-DEPTO-ORC-MES-QTD   PIC 9(07).
               10 WS-DEPTO-ORC-MES-BRUTO PIC 9(11)V99.
               10 WS-DEPTO-ORC-MES-ENC   PIC 9(11)V99.
               10 WS-DEPTO-ORC-ANO-QTD   PIC 9(07).
               10 WS-DEPTO-ORC-ANO-BRUTO PIC 9(11)V99.
               10 WS-DEPTO-ORC-ANO-ENC   PIC 9(11)V99.
       01  WS-QTD-DEPTOS   PIC 9(03) VALUE ZERO.
       01  WS-DEPTO-ACHADO PIC 9(03) VALUE ZERO.
       01  WS-DEPTO-BUSCA  PIC X(04).
      *
      * Totais gerais, nos mesmos campos dos departamentos.
       01  WS-TOTAIS.
           05 WS-TOT-MES-QTD       PIC 9(07) VALUE ZERO.
           05 WS-TOT-MES-ADM       PIC 9(05) VALUE ZERO.
           05 WS-TOT-MES-DESL      PIC 9(05) VALUE ZERO.
           05 WS-TOT-MES-BRUTO     PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-MES-ENC       PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ANO-QTD       PIC 9(07) VALUE ZERO.
           05 WS-TOT-ANO-ADM       PIC 9(05) VALUE ZERO.
           05 WS-TOT-ANO-DESL      PIC 9(05) VALUE ZERO.
           05 WS-TOT-ANO-BRUTO     PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ANO-ENC       PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ORC-MES-QTD   PIC 9(07) VALUE ZERO.
           05 WS-TOT-ORC-MES-BRUTO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ORC-MES-ENC   PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ORC-ANO-QTD   PIC 9(07) VALUE ZERO.
           05 WS-TOT-ORC-ANO-BRUTO PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-ORC-ANO-ENC   PIC 9(11)V99 VALUE ZERO.
      *
      * Rateio por centro de custo (rateio.csv: 'ID,DEPTO,
      * PERCENTUAL,VIGENCIA'), com a regra do COBOLPYTHON12 aplicada
      * mes a mes: vale o conjunto da maior vigencia nao posterior
      * ao mes em apuracao, bruto e FGTS pelo percentual
      * arredondado com os centavos restantes na maior parte, e o
      * funcionario - inclusive na admissao e no desligamento -
      * conta no departamento da maior parte.
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
      *
      * Valores do funcionario e do mes em apuracao.
       01  WS-MES-APURACAO     PIC 9(02) VALUE ZERO.
       01  WS-PERIODO-APURACAO PIC X(06) VALUE SPACES.
       01  WS-BRUTO-FUNC       PIC 9(05)V99 VALUE ZERO.
       01  WS-FGTS-FUNC        PIC 9(05)V99 VALUE ZERO.
       01  WS-PATRONAL-DEPTO   PIC 9(11)V99 VALUE ZERO.
      *
      * Linha em montagem (do mes ou do acumulado, de um
      * departamento ou do total) e os valores derivados dela. O
      * divisor e o numero de meses da visao: 1 no mes, o mes da
      * competencia no acumulado. Turnover = media de admissoes e
      * desligamentos sobre o quadro medio; salario medio = bruto
      * por funcionario-mes.
       01  WS-LIN-DEPTO        PIC X(05).
       01  WS-LIN-VISAO        PIC X(05).
       01  WS-LIN-VISAO-CSV    PIC X(01).
       01  WS-LIN-MESES        PIC 9(02).
       01  WS-LIN-QTD          PIC 9(07).
       01  WS-LIN-ADM          PIC 9(05).
       01  WS-LIN-DESL         PIC 9(05).
       01  WS-LIN-BRUTO        PIC 9(11)V99.
       01  WS-LIN-ENCARGOS     PIC 9(11)V99.
       01  WS-LIN-ORC-QTD      PIC 9(07).
       01  WS-LIN-ORC-BRUTO    PIC 9(11)V99.
       01  WS-LIN-ORC-ENCARGOS PIC 9(11)V99.
       01  WS-LIN-GRAVA-CSV    PIC X(01).
       01  WS-LIN-QUADRO       PIC 9(05).
       01  WS-LIN-QUADRO-ORC   PIC 9(05).
       01  WS-LIN-MOVIMENTO    PIC 9(09).
       01  WS-LIN-TURNOVER     PIC 9(03)V99.
       01  WS-LIN-SAL-MEDIO    PIC 9(09)V99.
       01  WS-LIN-CUSTO        PIC 9(11)V99.
       01  WS-LIN-ORC-CUSTO    PIC 9(11)V99.
       01  WS-LIN-VAR-BRUTO    PIC S9(11)V99.
       01  WS-LIN-VAR-ENCARGOS PIC S9(11)V99.
       01  WS-LIN-VAR-CUSTO    PIC S9(11)V99.
       01  WS-LIN-VAR-PCT      PIC S9(04)V99.
       01  WS-LIN-SITUACAO     PIC X(13).
       01  WS-LIN-ACIMA        PIC X(01).
       01  WS-DEPTO-ACIMA      PIC X(01).
       01  WS-QTD-ACIMA        PIC 9(05) VALUE ZERO.
       01  WS-QTD-ACIMA-ED     PIC ZZZZ9.
      *
      * Tolerancia (percentual sobre o custo orcado) no argumento 2,
      * default 5%; aceita virgula ou ponto decimal.
       01  WS-PARM-TOLERANCIA  PIC X(08) VALUE SPACES.
       01  WS-TOLERANCIA       PIC 9(03)V99 VALUE 5.00.
       01  WS-TOLERANCIA-ED    PIC ZZ9.99.
      *
      * Campos editados do relatorio e do extrato.
       01  WS-LINHA-RELATORIO  PIC X(200).
       01  WS-LINHA-CSV        PIC X(250).
       01  WS-VALOR-EDITAR     PIC S9(11)V99.
       01  WS-VALOR-ED         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALOR-ED-SINAL   PIC ----,---,--9.99.
       01  WS-ED-SAL-MEDIO     PIC X(14).
       01  WS-ED-BRUTO         PIC X(14).
       01  WS-ED-ORC-BRUTO     PIC X(14).
       01  WS-ED-ENCARGOS      PIC X(14).
       01  WS-ED-ORC-ENCARGOS  PIC X(14).
       01  WS-ED-CUSTO         PIC X(14).
       01  WS-ED-ORC-CUSTO     PIC X(14).
       01  WS-ED-VAR-CUSTO     PIC X(15).
       01  WS-ED-VAR-PCT       PIC ----9.99.
       01  WS-ED-VAR-PCT-X     PIC X(08).
       01  WS-ED-QUADRO        PIC ZZZZZ9.
       01  WS-ED-QUADRO-ORC    PIC ZZZZZ9.
       01  WS-ED-ADM           PIC ZZZ9.
       01  WS-ED-DESL          PIC ZZZ9.
       01  WS-ED-TURNOVER      PIC ZZ9.99.
       01  WS-CSV-QUADRO       PIC 9(05).
       01  WS-CSV-QUADRO-ORC   PIC 9(05).
       01  WS-CSV-ADM          PIC 9(05).
       01  WS-CSV-DESL         PIC 9(05).
       01  WS-CSV-TURNOVER     PIC 9(03).99.
       01  WS-CSV-SAL-MEDIO    PIC 9(09).99.
       01  WS-CSV-BRUTO        PIC 9(11).99.
       01  WS-CSV-ORC-BRUTO    PIC 9(11).99.
       01  WS-CSV-ENCARGOS     PIC 9(11).99.
       01  WS-CSV-ORC-ENCARGOS PIC 9(11).99.
       01  WS-CSV-CUSTO        PIC 9(11).99.
       01  WS-CSV-ORC-CUSTO    PIC 9(11).99.
       01  WS-CSV-VAR-BRUTO    PIC +9(11).99.
       01  WS-CSV-VAR-ENCARGOS PIC +9(11).99.
       01  WS-CSV-VAR-CUSTO    PIC +9(11).99.
       01  WS-CSV-VAR-PCT      PIC +9(04).99.
      *
      * Controle de paginacao, como no relatorio da folha.
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
       01  WS-DATA-RELATORIO      PIC X(10).
       01  WS-PAGINA              PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA      PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS    PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA   PIC 9(02) VALUE 15.
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON25'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
      *
      * Competencia (AAAAMM) no argumento 1, default o mes
      * corrente; tolerancia no 2; historico no 3 e extrato de
      * salarios no 4, com os caminhos da cadeia como default
      * ('*' no 3 vale o default, para informar so o extrato). Sem
      * o historico informado, o arquivo morto do ano
      * (historico-AAAA.csv, do COBOLPYTHON24), se existir, e lido
      * antes do vivo.
       01  WS-PARM-PERIODO     PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO   PIC X(06).
       01  WS-COMPETENCIA REDEFINES WS-PERIODO-FILTRO.
           05 WS-COMP-ANO      PIC 9(04).
           05 WS-COMP-MES      PIC 9(02).
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'historico.csv'.
       01  WS-ARQUIVO-INFORMADO PIC X(01) VALUE 'S'.
       01  WS-NOME-ARQUIVO-EXTRATO PIC X(40) VALUE
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
           ACCEPT WS-PARM-TOLERANCIA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-TOLERANCIA
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-ENTRADA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'N' TO WS-ARQUIVO-INFORMADO
           END-ACCEPT.
           IF WS-NOME-ARQUIVO-ENTRADA(1:1) = '*'
               MOVE 'historico.csv' TO WS-NOME-ARQUIVO-ENTRADA
               MOVE 'N' TO WS-ARQUIVO-INFORMADO
           END-IF.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-EXTRATO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           PERFORM VALIDA-PARAMETROS.
           INITIALIZE WS-TAB-FOLHA.
           INITIALIZE WS-TAB-DEPTO.
           PERFORM CARREGA-ORCAMENTO.
           IF WS-ARQUIVO-INFORMADO = 'N'
               PERFORM LE-ARQUIVO-MORTO
           END-IF.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-ADMISSOES.
           PERFORM CARREGA-DESLIGAMENTOS.
           PERFORM CARREGA-EXTRATO.
           PERFORM COMPLETA-DEPTO-MESTRE.
           PERFORM CARREGA-RATEIO.
           PERFORM VERIFICA-RATEIO.
           PERFORM VARYING WS-MES-APURACAO FROM 1 BY 1
               UNTIL WS-MES-APURACAO > WS-COMP-MES
               PERFORM APURA-MES
           END-PERFORM.
           OPEN OUTPUT RELATORIO.
           OPEN OUTPUT EXTRATO-CSV.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               PERFORM GRAVA-DEPTO
           END-PERFORM.
           PERFORM GRAVA-TOTAIS.
           CLOSE RELATORIO.
           CLOSE EXTRATO-CSV.
           MOVE WS-QTD-ACIMA TO WS-QTD-ACIMA-ED.
           DISPLAY 'ORCADO X REALIZADO ' WS-PERIODO-FILTRO
               ' - DEPARTAMENTOS ACIMA DA TOLERANCIA: '
               WS-QTD-ACIMA-ED.
           IF WS-QTD-ACIMA > ZERO
               MOVE 4 TO RETURN-CODE
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
      * Competencia AAAAMM com mes de 01 a 12 e tolerancia
      * numerica; fora disso, a mensagem de uso e RC 16.
       VALIDA-PARAMETROS.
           IF WS-PERIODO-FILTRO NOT NUMERIC
               OR WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WS-PERIODO-FILTRO
               PERFORM MOSTRA-USO
           END-IF.
           IF WS-PARM-TOLERANCIA NOT = SPACES
               IF WS-PARM-TOLERANCIA(1:1) NOT NUMERIC
                   DISPLAY 'TOLERANCIA INVALIDA: ' WS-PARM-TOLERANCIA
                   PERFORM MOSTRA-USO
               END-IF
               INSPECT WS-PARM-TOLERANCIA REPLACING ALL ',' BY '.'
               UNSTRING WS-PARM-TOLERANCIA
                   DELIMITED BY SPACE
                   INTO WS-TOLERANCIA
               END-UNSTRING
           END-IF.
       MOSTRA-USO.
           DISPLAY 'USO: COBOLPYTHON25 [AAAAMM] [TOLERANCIA%] '
               '[HISTORICO|*] [EXTRATO]'.
           MOVE 16 TO RETURN-CODE.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Orcamento da competencia e do ano. Sem orcamento nao ha o
      * que comparar - o job para com RC 16. Linha com periodo nao
      * numerico ou departamento em branco e ignorada e contada
      * como excecao.
       CARREGA-ORCAMENTO.
           OPEN INPUT ORCAMENTO.
           IF FS-ORCAMENTO NOT = 00
               DISPLAY 'ERRO AO ABRIR ORCAMENTO.CSV - STATUS = '
                   FS-ORCAMENTO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF.
           PERFORM UNTIL EOF = 'Y'
               READ ORCAMENTO INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM ACUMULA-ORCAMENTO
               END-READ
           END-PERFORM.
           CLOSE ORCAMENTO.
           IF WS-QTD-ORCAMENTO = ZERO
               DISPLAY 'ORCAMENTO SEM LINHAS PARA O ANO DE '
                   WS-COMP-ANO
           END-IF.
       ACUMULA-ORCAMENTO.
           MOVE SPACES TO WS-ORC-DEPTO.
           MOVE SPACES TO WS-ORC-PERIODO.
           MOVE ZERO TO WS-ORC-QTD.
           MOVE ZERO TO WS-ORC-BRUTO.
           MOVE ZERO TO WS-ORC-ENCARGOS.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-ORC-DEPTO,
                   WS-ORC-PERIODO,
                   WS-ORC-QTD,
                   WS-ORC-BRUTO,
                   WS-ORC-ENCARGOS
           END-UNSTRING.
           IF WS-ORC-DEPTO = SPACES OR WS-ORC-PERIODO NOT NUMERIC
               DISPLAY 'LINHA DE ORCAMENTO INVALIDA: ' WS-LINHA-LIDA
               ADD 1 TO WS-CONT-EXCECOES
           ELSE
               IF WS-ORC-PERIODO(1:4) = WS-PERIODO-FILTRO(1:4)
                   AND WS-ORC-PERIODO NOT > WS-PERIODO-FILTRO
                   ADD 1 TO WS-QTD-ORCAMENTO
                   MOVE WS-ORC-DEPTO TO WS-DEPTO-BUSCA
                   PERFORM BUSCA-DEPTO
                   IF WS-DEPTO-ACHADO > ZERO
                       PERFORM GUARDA-ORCAMENTO
                   END-IF
               END-IF
           END-IF.
       GUARDA-ORCAMENTO.
           ADD WS-ORC-QTD TO WS-DEPTO-ORC-ANO-QTD (WS-DEPTO-ACHADO).
           ADD WS-ORC-BRUTO
               TO WS-DEPTO-ORC-ANO-BRUTO (WS-DEPTO-ACHADO).
           ADD WS-ORC-ENCARGOS
               TO WS-DEPTO-ORC-ANO-ENC (WS-DEPTO-ACHADO).
           IF WS-ORC-PERIODO = WS-PERIODO-FILTRO
               ADD WS-ORC-QTD
                   TO WS-DEPTO-ORC-MES-QTD (WS-DEPTO-ACHADO)
               ADD WS-ORC-BRUTO
                   TO WS-DEPTO-ORC-MES-BRUTO (WS-DEPTO-ACHADO)
               ADD WS-ORC-ENCARGOS
                   TO WS-DEPTO-ORC-MES-ENC (WS-DEPTO-ACHADO)
           END-IF.
      * Localiza (ou abre) o departamento WS-DEPTO-BUSCA na tabela,
      * deixando a posicao em WS-DEPTO-ACHADO (zero quando as 30
      * posicoes transbordam, avisado na tela).
       BUSCA-DEPTO.
           MOVE ZERO TO WS-DEPTO-ACHADO.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               IF WS-DEPTO-TAB-COD (WS-IDX-DEPTO) = WS-DEPTO-BUSCA
                   SET WS-DEPTO-ACHADO TO WS-IDX-DEPTO
               END-IF
           END-PERFORM.
           IF WS-DEPTO-ACHADO = ZERO
               IF WS-QTD-DEPTOS NOT < 30
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA (30) - '
                       'DEPTO FORA DO RELATORIO: ' WS-DEPTO-BUSCA
               ELSE
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-DEPTO-ACHADO
                   MOVE WS-DEPTO-BUSCA
                       TO WS-DEPTO-TAB-COD (WS-DEPTO-ACHADO)
               END-IF
           END-IF.
      * Ano ja arquivado: os periodos estao no arquivo morto, cujo
      * trailer de controle ('TR,...') fica de fora. O vivo e lido
      * em seguida, como no informe de rendimentos.
       LE-ARQUIVO-MORTO.
           MOVE SPACES TO WS-NOME-ARQUIVO-ENTRADA.
           STRING 'historico-' WS-COMP-ANO '.csv'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-ENTRADA.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00
               DISPLAY 'ANO ' WS-COMP-ANO ' ARQUIVADO - LENDO '
                   WS-NOME-ARQUIVO-ENTRADA
               PERFORM UNTIL EOF-HISTORICO = 'Y'
                   READ HISTORICO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-HISTORICO
                       NOT AT END
                           PERFORM ACUMULA-FOLHA
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
               MOVE 'N' TO EOF-HISTORICO
           END-IF.
           MOVE 'historico.csv' TO WS-NOME-ARQUIVO-ENTRADA.
       CARREGA-HISTORICO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT < 30
               DISPLAY 'ERRO AO ABRIR O HISTORICO - STATUS = '
                   FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-HISTORICO = 'Y'
               READ HISTORICO INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF-HISTORICO
                   NOT AT END
                       PERFORM ACUMULA-FOLHA
               END-READ
           END-PERFORM.
           CLOSE HISTORICO.
      * Periodos do ano ate a competencia. Como no COBOLPYTHON12, o
      * bruto da folha mensal entra com MOVE (periodo anexado em
      * dobro nao dobra o realizado) e o da complementar com ADD.
       ACUMULA-FOLHA.
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
           IF WS-HIST-PERIODO NUMERIC
               AND WS-HIST-PERIODO(1:4) = WS-PERIODO-FILTRO(1:4)
               AND WS-HIST-PERIODO NOT > WS-PERIODO-FILTRO
               AND WS-HIST-TIPO NOT = 'A'
               ADD 1 TO WS-CONT-LIDOS
               MOVE WS-HIST-PERIODO(5:2) TO WS-HIST-MES
               MOVE WS-HIST-ID TO WS-ID-BUSCA
               PERFORM BUSCA-FOLHA
               IF WS-FOL-ACHADO > ZERO
                   MOVE 'S'
                       TO WS-FOL-PRESENTE (WS-FOL-ACHADO, WS-HIST-MES)
                   IF WS-HIST-TIPO = 'C'
                       ADD WS-HIST-BRUTO
                           TO WS-FOL-BRUTO (WS-FOL-ACHADO, WS-HIST-MES)
                   ELSE
                       MOVE WS-HIST-BRUTO
                           TO WS-FOL-BRUTO (WS-FOL-ACHADO, WS-HIST-MES)
                   END-IF
               END-IF
           END-IF.
      * Localiza (ou abre) a posicao da matricula WS-ID-BUSCA na
      * tabela da folha, deixando o indice em WS-FOL-ACHADO (zero
      * quando as 150 posicoes transbordam, avisado na tela).
       BUSCA-FOLHA.
           MOVE ZERO TO WS-FOL-ACHADO.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
               UNTIL WS-IDX-FOL > WS-QTD-FOLHA
               IF WS-FOL-TAB-ID (WS-IDX-FOL) = WS-ID-BUSCA
                   MOVE WS-IDX-FOL TO WS-FOL-ACHADO
               END-IF
           END-PERFORM.
           IF WS-FOL-ACHADO = ZERO
               IF WS-QTD-FOLHA NOT < 150
                   DISPLAY 'TABELA DA FOLHA CHEIA (150) - ID FORA '
                       'DA APURACAO: ' WS-ID-BUSCA
               ELSE
                   ADD 1 TO WS-QTD-FOLHA
                   MOVE WS-QTD-FOLHA TO WS-FOL-ACHADO
                   MOVE WS-ID-BUSCA TO WS-FOL-TAB-ID (WS-FOL-ACHADO)
                   MOVE SPACES TO WS-FOL-DEPTO (WS-FOL-ACHADO)
                   MOVE 'N' TO WS-FOL-TEM-DEPTO (WS-FOL-ACHADO)
               END-IF
           END-IF.
      * Admissoes e desligamentos sao opcionais - sem o arquivo, o
      * movimento do quadro sai zerado.
       CARREGA-ADMISSOES.
           OPEN INPUT ADMISSOES.
           IF FS-ADMISSOES = 00 OR FS-ADMISSOES = 05
               MOVE 'A' TO WS-MOV-TIPO-LIDO
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ ADMISSOES INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM ACUMULA-MOVIMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ADMISSOES.
       CARREGA-DESLIGAMENTOS.
           OPEN INPUT DESLIGAMENTOS.
           IF FS-DESLIGAMENTOS = 00 OR FS-DESLIGAMENTOS = 05
               MOVE 'D' TO WS-MOV-TIPO-LIDO
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ DESLIGAMENTOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM ACUMULA-MOVIMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DESLIGAMENTOS.
       ACUMULA-MOVIMENTO.
           MOVE SPACES TO WS-MOV-DATA.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO WS-MOV-ID, WS-MOV-DATA
           END-UNSTRING.
           IF WS-MOV-DATA NUMERIC
               AND WS-MOV-DATA(1:4) = WS-PERIODO-FILTRO(1:4)
               AND WS-MOV-DATA(1:6) NOT > WS-PERIODO-FILTRO
               IF WS-QTD-MOVIMENTOS NOT < 200
                   DISPLAY 'TABELA DE MOVIMENTOS CHEIA (200) - '
                       'LINHA IGNORADA: ' WS-LINHA-LIDA
               ELSE
                   MOVE WS-MOV-ID TO WS-ID-BUSCA
                   PERFORM BUSCA-FOLHA
                   IF WS-FOL-ACHADO > ZERO
                       ADD 1 TO WS-QTD-MOVIMENTOS
                       SET WS-IDX-MOV TO WS-QTD-MOVIMENTOS
                       MOVE WS-FOL-ACHADO
                           TO WS-MOV-TAB-FOL (WS-IDX-MOV)
                       MOVE WS-MOV-TIPO-LIDO
                           TO WS-MOV-TAB-TIPO (WS-IDX-MOV)
                       MOVE WS-MOV-DATA(5:2)
                           TO WS-MOV-TAB-MES (WS-IDX-MOV)
                   END-IF
               END-IF
           END-IF.
      * Departamento de cada matricula pelo extrato de salarios,
      * com o mesmo tratamento de cabecalho e trailer dos demais
      * leitores de salarios.csv da cadeia.
       CARREGA-EXTRATO.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT < 30
               DISPLAY 'ERRO AO ABRIR SALARIOS.CSV - STATUS = '
                   FS-ARQUIVO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE 'N' TO EOF.
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
                               PERFORM GUARDA-DEPTO-FUNCIONARIO
                           END-IF
                       END-IF
               END-READ
           MOVE 'Y' TO CABECALHO
           END-PERFORM.
           CLOSE ARQUIVO.
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
      * So interessam as matriculas ja na tabela (com folha ou
      * movimento no ano) - o extrato nao abre posicao nova.
       GUARDA-DEPTO-FUNCIONARIO.
           MOVE ZERO TO WS-FOL-ACHADO.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
               UNTIL WS-IDX-FOL > WS-QTD-FOLHA
               IF WS-FOL-TAB-ID (WS-IDX-FOL) = WS-ID
                   MOVE WS-IDX-FOL TO WS-FOL-ACHADO
               END-IF
           END-PERFORM.
           IF WS-FOL-ACHADO > ZERO
               MOVE WS-DEPTO TO WS-FOL-DEPTO (WS-FOL-ACHADO)
               MOVE 'S' TO WS-FOL-TEM-DEPTO (WS-FOL-ACHADO)
           END-IF.
      * Quem nao esta no extrato (desligado ao longo do ano) fica no
      * departamento do mestre. Mestre indisponivel nao para o
      * relatorio - essas matriculas ficam no departamento em
      * branco, avisado na tela.
       COMPLETA-DEPTO-MESTRE.
           OPEN INPUT FUNC-MASTER.
           IF FS-MASTER NOT < 30
               DISPLAY 'MESTRE INDISPONIVEL - STATUS = ' FS-MASTER
                   ' - FORA DO EXTRATO FICA SEM DEPARTAMENTO'
           ELSE
               PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
                   UNTIL WS-IDX-FOL > WS-QTD-FOLHA
                   IF WS-FOL-TEM-DEPTO (WS-IDX-FOL) = 'N'
                       MOVE WS-FOL-TAB-ID (WS-IDX-FOL) TO MD-ID
                       READ FUNC-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MD-DEPTO
                                   TO WS-FOL-DEPTO (WS-IDX-FOL)
                               MOVE 'S'
                                   TO WS-FOL-TEM-DEPTO (WS-IDX-FOL)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FUNC-MASTER
           END-IF.
      * Carrega o rateio por centro de custo. A ausencia do arquivo
      * deixa todos os funcionarios no proprio departamento.
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
      * Vigencia efetiva do rateio da matricula WS-ID-BUSCA no mes
      * em apuracao (espacos quando nao ha rateio), com a soma dos
      * percentuais e a linha da maior parte.
       SELECIONA-RATEIO.
           MOVE SPACES TO WS-RAT-VIG-EFETIVA.
           PERFORM VARYING WS-IDX-RAT FROM 1 BY 1
               UNTIL WS-IDX-RAT > WS-QTD-RATEIO
               IF WS-RAT-TAB-ID (WS-IDX-RAT) = WS-ID-BUSCA
                   AND WS-RAT-TAB-VIGENCIA (WS-IDX-RAT)
                       NOT > WS-PERIODO-APURACAO
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
      * Confere, antes de apurar, que o rateio de cada funcionario
      * com folha em cada mes do ano fecha 100%, como no
      * COBOLPYTHON12 - comparacao com custo rateado pela metade
      * nao chega a ser gerada.
       VERIFICA-RATEIO.
           PERFORM VARYING WS-MES-APURACAO FROM 1 BY 1
               UNTIL WS-MES-APURACAO > WS-COMP-MES
               PERFORM MONTA-PERIODO-APURACAO
               PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
                   UNTIL WS-IDX-FOL > WS-QTD-FOLHA
                   IF WS-FOL-PRESENTE (WS-IDX-FOL, WS-MES-APURACAO)
                       = 'S'
                       MOVE WS-FOL-TAB-ID (WS-IDX-FOL) TO WS-ID-BUSCA
                       PERFORM SELECIONA-RATEIO
                       IF WS-RAT-VIG-EFETIVA NOT = SPACES
                           AND WS-RAT-SOMA NOT = 100
                           DISPLAY 'RATEIO NAO FECHA 100% - ID: '
                               WS-ID-BUSCA ' VIGENCIA: '
                               WS-RAT-VIG-EFETIVA ' SOMA: '
                               WS-RAT-SOMA
                           MOVE 'S' TO WS-RAT-INVALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-RAT-INVALIDO = 'S'
               DISPLAY 'RATEIO.CSV INVALIDO - VALIDAR COM COBOLPYTHON22'
                   ' - RELATORIO NAO GERADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
       MONTA-PERIODO-APURACAO.
           MOVE SPACES TO WS-PERIODO-APURACAO.
           STRING WS-COMP-ANO WS-MES-APURACAO
               DELIMITED BY SIZE INTO WS-PERIODO-APURACAO.
      * Apura um mes do ano: folha e movimento de cada
      * funcionario no departamento (rateado), e o INSS patronal
      * sobre o bruto do mes de cada departamento.
       APURA-MES.
           PERFORM MONTA-PERIODO-APURACAO.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               MOVE ZERO TO WS-DEPTO-APU-BRUTO (WS-IDX-DEPTO)
           END-PERFORM.
           PERFORM VARYING WS-IDX-FOL FROM 1 BY 1
               UNTIL WS-IDX-FOL > WS-QTD-FOLHA
               IF WS-FOL-PRESENTE (WS-IDX-FOL, WS-MES-APURACAO) = 'S'
                   PERFORM PROCESSA-FUNCIONARIO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV > WS-QTD-MOVIMENTOS
               IF WS-MOV-TAB-MES (WS-IDX-MOV) = WS-MES-APURACAO
                   PERFORM PROCESSA-MOVIMENTO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               PERFORM FECHA-PATRONAL-DEPTO
           END-PERFORM.
      * FGTS de 8% sobre o bruto do funcionario no mes, dividido
      * com o bruto pelo rateio em vigor.
       PROCESSA-FUNCIONARIO.
           MOVE WS-FOL-BRUTO (WS-IDX-FOL, WS-MES-APURACAO)
               TO WS-BRUTO-FUNC.
           COMPUTE WS-FGTS-FUNC ROUNDED =
               WS-BRUTO-FUNC * WS-ALIQ-FGTS / 100.
           MOVE WS-FOL-TAB-ID (WS-IDX-FOL) TO WS-ID-BUSCA.
           PERFORM SELECIONA-RATEIO.
           IF WS-RAT-VIG-EFETIVA = SPACES
               MOVE WS-FOL-DEPTO (WS-IDX-FOL) TO WS-DEPTO-BUSCA
               MOVE 1 TO WS-RAT-QTD
               MOVE WS-BRUTO-FUNC TO WS-RAT-BRUTO
               MOVE WS-FGTS-FUNC TO WS-RAT-FGTS
               PERFORM ACUMULA-DEPTO
           ELSE
               PERFORM RATEIA-FUNCIONARIO
           END-IF.
      * As partes menores primeiro, pelo percentual arredondado, e
      * a maior parte com o que sobra.
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
                   COMPUTE WS-RAT-BRUTO ROUNDED = WS-BRUTO-FUNC
                       * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT) / 100
                   COMPUTE WS-RAT-FGTS ROUNDED = WS-FGTS-FUNC
                       * WS-RAT-TAB-PERCENTUAL (WS-IDX-RAT) / 100
                   ADD WS-RAT-BRUTO TO WS-RAT-DIST-BRUTO
                   ADD WS-RAT-FGTS TO WS-RAT-DIST-FGTS
                   PERFORM ACUMULA-DEPTO
               END-IF
           END-PERFORM.
           MOVE WS-RAT-TAB-DEPTO (WS-RAT-MAIOR) TO WS-DEPTO-BUSCA.
           MOVE 1 TO WS-RAT-QTD.
           COMPUTE WS-RAT-BRUTO = WS-BRUTO-FUNC - WS-RAT-DIST-BRUTO.
           COMPUTE WS-RAT-FGTS = WS-FGTS-FUNC - WS-RAT-DIST-FGTS.
           PERFORM ACUMULA-DEPTO.
       ACUMULA-DEPTO.
           PERFORM BUSCA-DEPTO.
           IF WS-DEPTO-ACHADO > ZERO
               ADD WS-RAT-BRUTO
                   TO WS-DEPTO-APU-BRUTO (WS-DEPTO-ACHADO)
               ADD WS-RAT-QTD TO WS-DEPTO-ANO-QTD (WS-DEPTO-ACHADO)
               ADD WS-RAT-BRUTO
                   TO WS-DEPTO-ANO-BRUTO (WS-DEPTO-ACHADO)
               ADD WS-RAT-FGTS TO WS-DEPTO-ANO-FGTS (WS-DEPTO-ACHADO)
               IF WS-MES-APURACAO = WS-COMP-MES
                   ADD WS-RAT-QTD
                       TO WS-DEPTO-MES-QTD (WS-DEPTO-ACHADO)
                   ADD WS-RAT-BRUTO
                       TO WS-DEPTO-MES-BRUTO (WS-DEPTO-ACHADO)
                   ADD WS-RAT-FGTS
                       TO WS-DEPTO-MES-FGTS (WS-DEPTO-ACHADO)
               END-IF
           END-IF.
      * Admissao ou desligamento conta no departamento do
      * funcionario no mes do fato (maior parte, se rateado).
       PROCESSA-MOVIMENTO.
           MOVE WS-MOV-TAB-FOL (WS-IDX-MOV) TO WS-FOL-ACHADO.
           MOVE WS-FOL-TAB-ID (WS-FOL-ACHADO) TO WS-ID-BUSCA.
           PERFORM SELECIONA-RATEIO.
           IF WS-RAT-VIG-EFETIVA = SPACES
               MOVE WS-FOL-DEPTO (WS-FOL-ACHADO) TO WS-DEPTO-BUSCA
           ELSE
               MOVE WS-RAT-TAB-DEPTO (WS-RAT-MAIOR) TO WS-DEPTO-BUSCA
           END-IF.
           PERFORM BUSCA-DEPTO.
           IF WS-DEPTO-ACHADO > ZERO
               IF WS-MOV-TAB-TIPO (WS-IDX-MOV) = 'A'
                   ADD 1 TO WS-DEPTO-ANO-ADM (WS-DEPTO-ACHADO)
                   IF WS-MES-APURACAO = WS-COMP-MES
                       ADD 1 TO WS-DEPTO-MES-ADM (WS-DEPTO-ACHADO)
                   END-IF
               ELSE
                   ADD 1 TO WS-DEPTO-ANO-DESL (WS-DEPTO-ACHADO)
                   IF WS-MES-APURACAO = WS-COMP-MES
                       ADD 1 TO WS-DEPTO-MES-DESL (WS-DEPTO-ACHADO)
                   END-IF
               END-IF
           END-IF.
       FECHA-PATRONAL-DEPTO.
           COMPUTE WS-PATRONAL-DEPTO ROUNDED =
               WS-DEPTO-APU-BRUTO (WS-IDX-DEPTO)
               * WS-ALIQ-PATRONAL / 100.
           ADD WS-PATRONAL-DEPTO
               TO WS-DEPTO-ANO-PATRONAL (WS-IDX-DEPTO).
           IF WS-MES-APURACAO = WS-COMP-MES
               MOVE WS-PATRONAL-DEPTO
                   TO WS-DEPTO-MES-PATRONAL (WS-IDX-DEPTO)
           END-IF.
      * Bloco do departamento: linha do mes e linha do acumulado,
      * sempre na mesma pagina. O departamento conta uma vez como
      * acima da tolerancia se qualquer das duas estourar - custo
      * realizado sem orcado correspondente tambem conta.
       GRAVA-DEPTO.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS + 2 > WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE 'N' TO WS-DEPTO-ACIMA.
           MOVE 'S' TO WS-LIN-GRAVA-CSV.
           MOVE WS-DEPTO-TAB-COD (WS-IDX-DEPTO) TO WS-LIN-DEPTO.
           MOVE 'MES' TO WS-LIN-VISAO.
           MOVE 'M' TO WS-LIN-VISAO-CSV.
           MOVE 1 TO WS-LIN-MESES.
           MOVE WS-DEPTO-MES-QTD (WS-IDX-DEPTO) TO WS-LIN-QTD.
           MOVE WS-DEPTO-MES-ADM (WS-IDX-DEPTO) TO WS-LIN-ADM.
           MOVE WS-DEPTO-MES-DESL (WS-IDX-DEPTO) TO WS-LIN-DESL.
           MOVE WS-DEPTO-MES-BRUTO (WS-IDX-DEPTO) TO WS-LIN-BRUTO.
           COMPUTE WS-LIN-ENCARGOS =
               WS-DEPTO-MES-FGTS (WS-IDX-DEPTO)
               + WS-DEPTO-MES-PATRONAL (WS-IDX-DEPTO).
           MOVE WS-DEPTO-ORC-MES-QTD (WS-IDX-DEPTO) TO WS-LIN-ORC-QTD.
           MOVE WS-DEPTO-ORC-MES-BRUTO (WS-IDX-DEPTO)
               TO WS-LIN-ORC-BRUTO.
           MOVE WS-DEPTO-ORC-MES-ENC (WS-IDX-DEPTO)
               TO WS-LIN-ORC-ENCARGOS.
           PERFORM GRAVA-LINHA.
           ADD WS-LIN-QTD TO WS-TOT-MES-QTD.
           ADD WS-LIN-ADM TO WS-TOT-MES-ADM.
           ADD WS-LIN-DESL TO WS-TOT-MES-DESL.
           ADD WS-LIN-BRUTO TO WS-TOT-MES-BRUTO.
           ADD WS-LIN-ENCARGOS TO WS-TOT-MES-ENC.
           ADD WS-LIN-ORC-QTD TO WS-TOT-ORC-MES-QTD.
           ADD WS-LIN-ORC-BRUTO TO WS-TOT-ORC-MES-BRUTO.
           ADD WS-LIN-ORC-ENCARGOS TO WS-TOT-ORC-MES-ENC.
           MOVE 'ANO' TO WS-LIN-VISAO.
           MOVE 'A' TO WS-LIN-VISAO-CSV.
           MOVE WS-COMP-MES TO WS-LIN-MESES.
           MOVE WS-DEPTO-ANO-QTD (WS-IDX-DEPTO) TO WS-LIN-QTD.
           MOVE WS-DEPTO-ANO-ADM (WS-IDX-DEPTO) TO WS-LIN-ADM.
           MOVE WS-DEPTO-ANO-DESL (WS-IDX-DEPTO) TO WS-LIN-DESL.
           MOVE WS-DEPTO-ANO-BRUTO (WS-IDX-DEPTO) TO WS-LIN-BRUTO.
           COMPUTE WS-LIN-ENCARGOS =
               WS-DEPTO-ANO-FGTS (WS-IDX-DEPTO)
               + WS-DEPTO-ANO-PATRONAL (WS-IDX-DEPTO).
           MOVE WS-DEPTO-ORC-ANO-QTD (WS-IDX-DEPTO) TO WS-LIN-ORC-QTD.
           MOVE WS-DEPTO-ORC-ANO-BRUTO (WS-IDX-DEPTO)
               TO WS-LIN-ORC-BRUTO.
           MOVE WS-DEPTO-ORC-ANO-ENC (WS-IDX-DEPTO)
               TO WS-LIN-ORC-ENCARGOS.
           PERFORM GRAVA-LINHA.
           ADD WS-LIN-QTD TO WS-TOT-ANO-QTD.
           ADD WS-LIN-ADM TO WS-TOT-ANO-ADM.
           ADD WS-LIN-DESL TO WS-TOT-ANO-DESL.
           ADD WS-LIN-BRUTO TO WS-TOT-ANO-BRUTO.
           ADD WS-LIN-ENCARGOS TO WS-TOT-ANO-ENC.
           ADD WS-LIN-ORC-QTD TO WS-TOT-ORC-ANO-QTD.
           ADD WS-LIN-ORC-BRUTO TO WS-TOT-ORC-ANO-BRUTO.
           ADD WS-LIN-ORC-ENCARGOS TO WS-TOT-ORC-ANO-ENC.
           IF WS-DEPTO-ACIMA = 'S'
               ADD 1 TO WS-QTD-ACIMA
               ADD 1 TO WS-CONT-EXCECOES
           END-IF.
      * Total geral no fim do relatorio, so no impresso - o extrato
      * traz apenas os departamentos, para a soma na Controladoria
      * nao contar o total duas vezes.
       GRAVA-TOTAIS.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS + 4 > WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-RELATORIO
           END-IF.
           MOVE ALL '-' TO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE 'N' TO WS-LIN-GRAVA-CSV.
           MOVE 'TOTAL' TO WS-LIN-DEPTO.
           MOVE 'MES' TO WS-LIN-VISAO.
           MOVE 1 TO WS-LIN-MESES.
           MOVE WS-TOT-MES-QTD TO WS-LIN-QTD.
           MOVE WS-TOT-MES-ADM TO WS-LIN-ADM.
           MOVE WS-TOT-MES-DESL TO WS-LIN-DESL.
           MOVE WS-TOT-MES-BRUTO TO WS-LIN-BRUTO.
           MOVE WS-TOT-MES-ENC TO WS-LIN-ENCARGOS.
           MOVE WS-TOT-ORC-MES-QTD TO WS-LIN-ORC-QTD.
           MOVE WS-TOT-ORC-MES-BRUTO TO WS-LIN-ORC-BRUTO.
           MOVE WS-TOT-ORC-MES-ENC TO WS-LIN-ORC-ENCARGOS.
           PERFORM GRAVA-LINHA.
           MOVE 'ANO' TO WS-LIN-VISAO.
           MOVE WS-COMP-MES TO WS-LIN-MESES.
           MOVE WS-TOT-ANO-QTD TO WS-LIN-QTD.
           MOVE WS-TOT-ANO-ADM TO WS-LIN-ADM.
           MOVE WS-TOT-ANO-DESL TO WS-LIN-DESL.
           MOVE WS-TOT-ANO-BRUTO TO WS-LIN-BRUTO.
           MOVE WS-TOT-ANO-ENC TO WS-LIN-ENCARGOS.
           MOVE WS-TOT-ORC-ANO-QTD TO WS-LIN-ORC-QTD.
           MOVE WS-TOT-ORC-ANO-BRUTO TO WS-LIN-ORC-BRUTO.
           MOVE WS-TOT-ORC-ANO-ENC TO WS-LIN-ORC-ENCARGOS.
           PERFORM GRAVA-LINHA.
           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED.
           INSPECT WS-TOLERANCIA-ED REPLACING ALL '.' BY ','.
           MOVE WS-QTD-ACIMA TO WS-QTD-ACIMA-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOLERANCIA: ' WS-TOLERANCIA-ED
               '% SOBRE O CUSTO ORCADO - DEPARTAMENTOS ACIMA DA '
               'TOLERANCIA: ' WS-QTD-ACIMA-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
      * Valores derivados da linha em montagem, linha do relatorio
      * e, para os departamentos, linha do extrato.
       GRAVA-LINHA.
           MOVE ZERO TO WS-LIN-QUADRO.
           MOVE ZERO TO WS-LIN-QUADRO-ORC.
           MOVE ZERO TO WS-LIN-TURNOVER.
           MOVE ZERO TO WS-LIN-SAL-MEDIO.
           MOVE ZERO TO WS-LIN-VAR-PCT.
           COMPUTE WS-LIN-QUADRO ROUNDED = WS-LIN-QTD / WS-LIN-MESES.
           COMPUTE WS-LIN-QUADRO-ORC ROUNDED =
               WS-LIN-ORC-QTD / WS-LIN-MESES.
           IF WS-LIN-QTD > ZERO
               COMPUTE WS-LIN-MOVIMENTO =
                   (WS-LIN-ADM + WS-LIN-DESL) * 50 * WS-LIN-MESES
               COMPUTE WS-LIN-TURNOVER ROUNDED =
                   WS-LIN-MOVIMENTO / WS-LIN-QTD
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LIN-TURNOVER
               END-COMPUTE
               COMPUTE WS-LIN-SAL-MEDIO ROUNDED =
                   WS-LIN-BRUTO / WS-LIN-QTD
           END-IF.
           COMPUTE WS-LIN-CUSTO = WS-LIN-BRUTO + WS-LIN-ENCARGOS.
           COMPUTE WS-LIN-ORC-CUSTO =
               WS-LIN-ORC-BRUTO + WS-LIN-ORC-ENCARGOS.
           COMPUTE WS-LIN-VAR-BRUTO = WS-LIN-BRUTO - WS-LIN-ORC-BRUTO.
           COMPUTE WS-LIN-VAR-ENCARGOS =
               WS-LIN-ENCARGOS - WS-LIN-ORC-ENCARGOS.
           COMPUTE WS-LIN-VAR-CUSTO = WS-LIN-CUSTO - WS-LIN-ORC-CUSTO.
           MOVE 'N' TO WS-LIN-ACIMA.
           MOVE SPACES TO WS-LIN-SITUACAO.
           IF WS-LIN-ORC-CUSTO > ZERO
               COMPUTE WS-LIN-VAR-PCT ROUNDED =
                   WS-LIN-VAR-CUSTO * 100 / WS-LIN-ORC-CUSTO
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-LIN-VAR-PCT
               END-COMPUTE
               IF WS-LIN-VAR-PCT > WS-TOLERANCIA
                   MOVE 'S' TO WS-LIN-ACIMA
                   MOVE 'ACIMA TOLER.' TO WS-LIN-SITUACAO
               ELSE
                   MOVE 'OK' TO WS-LIN-SITUACAO
               END-IF
           ELSE
               IF WS-LIN-CUSTO > ZERO
                   MOVE 'S' TO WS-LIN-ACIMA
                   MOVE 'SEM ORCAMENTO' TO WS-LIN-SITUACAO
               ELSE
                   MOVE 'OK' TO WS-LIN-SITUACAO
               END-IF
           END-IF.
           IF WS-LIN-ACIMA = 'S'
               MOVE 'S' TO WS-DEPTO-ACIMA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           IF WS-LIN-GRAVA-CSV = 'S'
               PERFORM GRAVA-LINHA-CSV
           END-IF.
       GRAVA-LINHA-RELATORIO.
           MOVE WS-LIN-QUADRO TO WS-ED-QUADRO.
           MOVE WS-LIN-QUADRO-ORC TO WS-ED-QUADRO-ORC.
           MOVE WS-LIN-ADM TO WS-ED-ADM.
           MOVE WS-LIN-DESL TO WS-ED-DESL.
           MOVE WS-LIN-TURNOVER TO WS-ED-TURNOVER.
           INSPECT WS-ED-TURNOVER REPLACING ALL '.' BY ','.
           MOVE WS-LIN-SAL-MEDIO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-SAL-MEDIO.
           MOVE WS-LIN-BRUTO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-BRUTO.
           MOVE WS-LIN-ORC-BRUTO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-ORC-BRUTO.
           MOVE WS-LIN-ENCARGOS TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-ENCARGOS.
           MOVE WS-LIN-ORC-ENCARGOS TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-ORC-ENCARGOS.
           MOVE WS-LIN-CUSTO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-CUSTO.
           MOVE WS-LIN-ORC-CUSTO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED TO WS-ED-ORC-CUSTO.
           MOVE WS-LIN-VAR-CUSTO TO WS-VALOR-EDITAR.
           PERFORM EDITA-VALOR.
           MOVE WS-VALOR-ED-SINAL TO WS-ED-VAR-CUSTO.
           IF WS-LIN-ORC-CUSTO > ZERO
               MOVE WS-LIN-VAR-PCT TO WS-ED-VAR-PCT
               MOVE WS-ED-VAR-PCT TO WS-ED-VAR-PCT-X
               INSPECT WS-ED-VAR-PCT-X REPLACING ALL '.' BY ','
           ELSE
               MOVE '     N/D' TO WS-ED-VAR-PCT-X
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-LIN-DEPTO ' ' WS-LIN-VISAO ' '
               WS-ED-QUADRO ' ' WS-ED-QUADRO-ORC ' '
               WS-ED-ADM ' ' WS-ED-DESL '  '
               WS-ED-TURNOVER '% '
               WS-ED-SAL-MEDIO ' '
               WS-ED-BRUTO ' ' WS-ED-ORC-BRUTO ' '
               WS-ED-ENCARGOS ' ' WS-ED-ORC-ENCARGOS ' '
               WS-ED-CUSTO ' ' WS-ED-ORC-CUSTO ' '
               WS-ED-VAR-CUSTO ' ' WS-ED-VAR-PCT-X ' '
               WS-LIN-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
      * Extrato para a Controladoria: 'AAAAMM,DEPTO,VISAO (M/A),
      * QUADRO,QUADRO ORC,ADMISSOES,DESLIGAMENTOS,TURNOVER,
      * SALARIO MEDIO,BRUTO,BRUTO ORC,ENCARGOS,ENCARGOS ORC,CUSTO,
      * CUSTO ORC,VAR BRUTO,VAR ENCARGOS,VAR CUSTO,VAR %,SITUACAO',
      * valores com ponto decimal e variacoes com sinal.
       GRAVA-LINHA-CSV.
           MOVE WS-LIN-QUADRO TO WS-CSV-QUADRO.
           MOVE WS-LIN-QUADRO-ORC TO WS-CSV-QUADRO-ORC.
           MOVE WS-LIN-ADM TO WS-CSV-ADM.
           MOVE WS-LIN-DESL TO WS-CSV-DESL.
           MOVE WS-LIN-TURNOVER TO WS-CSV-TURNOVER.
           MOVE WS-LIN-SAL-MEDIO TO WS-CSV-SAL-MEDIO.
           MOVE WS-LIN-BRUTO TO WS-CSV-BRUTO.
           MOVE WS-LIN-ORC-BRUTO TO WS-CSV-ORC-BRUTO.
           MOVE WS-LIN-ENCARGOS TO WS-CSV-ENCARGOS.
           MOVE WS-LIN-ORC-ENCARGOS TO WS-CSV-ORC-ENCARGOS.
           MOVE WS-LIN-CUSTO TO WS-CSV-CUSTO.
           MOVE WS-LIN-ORC-CUSTO TO WS-CSV-ORC-CUSTO.
           MOVE WS-LIN-VAR-BRUTO TO WS-CSV-VAR-BRUTO.
           MOVE WS-LIN-VAR-ENCARGOS TO WS-CSV-VAR-ENCARGOS.
           MOVE WS-LIN-VAR-CUSTO TO WS-CSV-VAR-CUSTO.
           MOVE WS-LIN-VAR-PCT TO WS-CSV-VAR-PCT.
           MOVE SPACES TO WS-LINHA-CSV.
           STRING WS-PERIODO-FILTRO ',' WS-LIN-DEPTO(1:4) ','
               WS-LIN-VISAO-CSV ','
               WS-CSV-QUADRO ',' WS-CSV-QUADRO-ORC ','
               WS-CSV-ADM ',' WS-CSV-DESL ','
               WS-CSV-TURNOVER ',' WS-CSV-SAL-MEDIO ','
               WS-CSV-BRUTO ',' WS-CSV-ORC-BRUTO ','
               WS-CSV-ENCARGOS ',' WS-CSV-ORC-ENCARGOS ','
               WS-CSV-CUSTO ',' WS-CSV-ORC-CUSTO ','
               WS-CSV-VAR-BRUTO ',' WS-CSV-VAR-ENCARGOS ','
               WS-CSV-VAR-CUSTO ',' WS-CSV-VAR-PCT ','
               WS-LIN-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-CSV.
           WRITE REG-EXTRATO-CSV FROM WS-LINHA-CSV.
           ADD 1 TO WS-CONT-GRAVADOS.
      * Edita WS-VALOR-EDITAR nos dois formatos (com e sem sinal)
      * com o acerto pt-BR de ponto e virgula dos demais
      * relatorios.
       EDITA-VALOR.
           MOVE WS-VALOR-EDITAR TO WS-VALOR-ED.
           INSPECT WS-VALOR-ED REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-ED REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-ED REPLACING ALL ';' BY ','.
           MOVE WS-VALOR-EDITAR TO WS-VALOR-ED-SINAL.
           INSPECT WS-VALOR-ED-SINAL REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-ED-SINAL REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-ED-SINAL REPLACING ALL ';' BY ','.
       GRAVA-CABECALHO-RELATORIO.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ORCADO X REALIZADO DE PESSOAL POR DEPARTAMENTO'
               ' - COMPETENCIA: ' WS-COMP-MES '/' WS-COMP-ANO
               ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DEPTO VISAO QUADRO    ORC  ADM DESL TURNOVER'
               '  SALARIO MEDIO     BRUTO REAL      BRUTO ORC'
               '  ENCARGOS REAL   ENCARGOS ORC     CUSTO REAL'
               '      CUSTO ORC     VARIACAO R$    VAR % SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       END PROGRAM COBOLPYTHON25.

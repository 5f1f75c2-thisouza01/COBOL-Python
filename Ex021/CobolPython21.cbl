      ******************************************************************
      * Author:
      * Date:
      * Purpose: Controle de periodos aquisitivos de ferias - os
      *          periodos saem da data de admissao (admissoes.csv),
      *          um novo a cada aniversario, e o razao de ferias
      *          (ferias-razao.csv) guarda as faltas lancadas do
      *          ponto.csv de cada competencia ('M'), que reduzem o
      *          direito pela escala legal, e os dias gozados e
      *          vendidos (abono pecuniario) anotados pelo calculo
      *          de ferias (COBOLPYTHON10 'F'). Mantem a programacao
      *          de ferias (ferias-programacao.csv) - programacao
      *          ('P') contra o saldo do periodo mais antigo e
      *          cancelamento ('C') - e emite o relatorio mensal de
      *          saldos por departamento ('R'), com alerta para os
      *          periodos a 60 dias ou menos do limite concessivo,
      *          depois do qual as ferias sao pagas em dobro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON21.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN DYNAMIC WS-NOME-ARQUIVO-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQUIVO.
           SELECT ADMISSOES ASSIGN TO 'admissoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ADMISSOES.
           SELECT PONTO ASSIGN TO 'ponto.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PONTO.
           SELECT OPTIONAL RAZAO-FERIAS ASSIGN TO 'ferias-razao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.
           SELECT OPTIONAL PROGRAMACAO
           ASSIGN TO 'ferias-programacao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMACAO.
           SELECT RELATORIO ASSIGN DYNAMIC WS-NOME-ARQUIVO-SAIDA
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
       FD  ADMISSOES.
       01 REG-ADMISSAO     PIC X(20).
      *
       FD  PONTO.
       01 REG-PONTO        PIC X(20).
      *
       FD  RAZAO-FERIAS.
       01 REG-RAZAO-FERIAS PIC X(40).
      *
       FD  PROGRAMACAO.
       01 REG-PROGRAMACAO  PIC X(40).
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
           05 FS-ADMISSOES PIC 9(02).
           05 FS-PONTO     PIC 9(02).
           05 FS-RAZAO     PIC 9(02).
           05 FS-PROGRAMACAO PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-ADMISSOES   PIC X(01) VALUE 'N'.
       01  EOF-PONTO       PIC X(01) VALUE 'N'.
       01  EOF-RAZAO       PIC X(01) VALUE 'N'.
       01  EOF-PROGRAMACAO PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
      *
      * Cadastro de admissoes ('ID,AAAAMMDD' em admissoes.csv), no
      * mesmo molde do COBOLPYTHON10. Sem admissao nao ha periodo
      * aquisitivo - o funcionario fica fora do controle e sai nas
      * excecoes da rodada.
       01  WS-LINHA-LIDA       PIC X(40).
       01  WS-ADM-ID           PIC 9(05).
       01  WS-ADM-DATA.
           05 WS-ADM-ANO   PIC 9(04).
           05 WS-ADM-MES   PIC 9(02).
           05 WS-ADM-DIA   PIC 9(02).
       01  WS-TAB-ADMISSAO.
           05 WS-ADM-OCOR OCCURS 100 TIMES.
               10 WS-ADM-TAB-ID    PIC 9(05).
               10 WS-ADM-TAB-ANO   PIC 9(04).
               10 WS-ADM-TAB-MES   PIC 9(02).
               10 WS-ADM-TAB-DIA   PIC 9(02).
       01  WS-QTD-ADM      PIC 9(03) VALUE ZERO.
       01  WS-IDX-ADM      PIC 9(03) VALUE ZERO.
       01  WS-ADM-ACHADO   PIC 9(03) VALUE ZERO.
       01  WS-ID-BUSCA     PIC 9(05) VALUE ZERO.
      *
      * Apontamento do mes em ponto.csv ('ID,HORAS-EXTRAS,
      * DIAS-FALTA'), o mesmo lido pela folha mensal.
       01  WS-PONTO-ID     PIC 9(05).
       01  WS-PONTO-HORAS  PIC 9(03)V99.
       01  WS-PONTO-DIAS   PIC 9(02).
      *
      * Razao de ferias ('AAAAMM,ID,TIPO,AQUISITIVO,DIAS'), somente
      * anexado: TIPO 'F' sao as faltas do ponto da competencia, 'G'
      * os dias de ferias gozados e 'A' os dias vendidos em abono
      * pecuniario, estes dois gravados pelo COBOLPYTHON10 'F';
      * AQUISITIVO e a data de inicio do periodo aquisitivo. Linha
      * repetida da mesma competencia + ID + TIPO + periodo (rodada
      * refeita) prevalece a ultima, como nos demais leitores - e o
      * que deixa relancar o ponto corrigido sem dobrar faltas.
       01  WS-LINHA-RAZAO.
           05 WS-RZF-PERIODO    PIC 9(06).
           05 WS-RZF-ID         PIC 9(05).
           05 WS-RZF-TIPO       PIC X(01).
           05 WS-RZF-AQUISITIVO PIC 9(08).
           05 WS-RZF-DIAS       PIC 9(02).
       01  WS-TAB-RAZAO.
           05 WS-RZF-OCOR OCCURS 1000 TIMES INDEXED BY WS-IDX-RZF.
               10 WS-RZF-TAB-PERIODO    PIC 9(06).
               10 WS-RZF-TAB-ID         PIC 9(05).
               10 WS-RZF-TAB-TIPO       PIC X(01).
               10 WS-RZF-TAB-AQUISITIVO PIC 9(08).
               10 WS-RZF-TAB-DIAS       PIC 9(02).
       01  WS-QTD-RAZAO        PIC 9(04) VALUE ZERO.
       01  WS-RZF-ACHADO       PIC 9(04) VALUE ZERO.
      *
      * Programacao de ferias ('ID,INICIO,DIAS,ABONO,DIAS-ABONO,
      * AQUISITIVO,SITUACAO'): INICIO e a data de saida (AAAAMMDD),
      * ABONO 'S' vende um terco do direito do periodo (DIAS-ABONO),
      * AQUISITIVO o periodo debitado e SITUACAO 'P' programada ou
      * 'C' cancelada. O cancelamento regrava o arquivo inteiro a
      * partir desta tabela, por isso tabela transbordada o bloqueia.
       01  WS-LINHA-PROGRAMACAO.
           05 WS-PRG-ID         PIC 9(05).
           05 WS-PRG-INICIO     PIC 9(08).
           05 WS-PRG-DIAS       PIC 9(02).
           05 WS-PRG-ABONO      PIC X(01).
           05 WS-PRG-DIAS-ABONO PIC 9(02).
           05 WS-PRG-AQUISITIVO PIC 9(08).
           05 WS-PRG-SITUACAO   PIC X(01).
       01  WS-TAB-PROGRAMACAO.
           05 WS-PRG-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-PRG.
               10 WS-PRG-TAB-ID         PIC 9(05).
               10 WS-PRG-TAB-INICIO     PIC 9(08).
               10 WS-PRG-TAB-DIAS       PIC 9(02).
               10 WS-PRG-TAB-ABONO      PIC X(01).
               10 WS-PRG-TAB-DIAS-ABONO PIC 9(02).
               10 WS-PRG-TAB-AQUISITIVO PIC 9(08).
               10 WS-PRG-TAB-SITUACAO   PIC X(01).
       01  WS-QTD-PROGRAMACOES PIC 9(03) VALUE ZERO.
       01  WS-PRG-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       01  WS-PRG-GOZADA       PIC X(01) VALUE 'N'.
       01  WS-PRG-PERIODO      PIC 9(06) VALUE ZERO.
      *
      * Periodos aquisitivos apurados na rodada. Um periodo vai do
      * aniversario de admissao a vespera do seguinte e so da
      * direito depois de completo; o limite concessivo e o fim dos
      * 12 meses seguintes. Periodos cujo limite passou ha mais de
      * um ano ficam fora do controle - a essa altura ja foram
      * gozados ou pagos em dobro. Direito pela escala legal de
      * faltas: ate 5 faltas 30 dias, ate 14 24 dias, ate 23 18
      * dias, ate 32 12 dias, acima disso nenhum.
       01  WS-TAB-PERIODOS.
           05 WS-PER-OCOR OCCURS 300 TIMES INDEXED BY WS-IDX-PER.
               10 WS-PER-TAB-ID         PIC 9(05).
               10 WS-PER-TAB-NOME       PIC X(20).
               10 WS-PER-TAB-DEPTO      PIC X(04).
               10 WS-PER-TAB-INICIO     PIC 9(08).
               10 WS-PER-TAB-LIMITE     PIC 9(08).
               10 WS-PER-TAB-DN-LIMITE  PIC 9(07).
               10 WS-PER-TAB-FALTAS     PIC 9(03).
               10 WS-PER-TAB-DIREITO    PIC 9(02).
               10 WS-PER-TAB-GOZADOS    PIC 9(03).
               10 WS-PER-TAB-ABONO      PIC 9(02).
               10 WS-PER-TAB-PROGRAMADOS PIC 9(03).
               10 WS-PER-TAB-SALDO      PIC 9(02).
               10 WS-PER-TAB-DISPONIVEL PIC 9(02).
               10 WS-PER-TAB-TEM-ABONO  PIC X(01).
       01  WS-QTD-PERIODOS     PIC 9(03) VALUE ZERO.
       01  WS-PER-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-QTD-ANOS         PIC S9(03) VALUE ZERO.
       01  WS-ANO-PERIODO      PIC S9(03) VALUE ZERO.
       01  WS-DN-PROXIMO       PIC 9(07) VALUE ZERO.
       01  WS-DN-LIMITE        PIC 9(07) VALUE ZERO.
       01  WS-DIAS-PRESCRICAO  PIC 9(03) VALUE 365.
       01  WS-SALDO-APURADO    PIC S9(03) VALUE ZERO.
       01  WS-PER-NOME         PIC X(20) VALUE SPACES.
       01  WS-PER-DEPTO        PIC X(04) VALUE SPACES.
      *
      * Aritmetica de datas: WS-DATA-CALC convertida em numero de
      * dias corridos (CONVERTE-DATA-DIAS), para contar a distancia
      * ate o limite concessivo, e recuada um dia (CALCULA-VESPERA)
      * para achar o fim de um periodo.
       01  WS-DATA-CALC.
           05 WS-DC-ANO    PIC 9(04).
           05 WS-DC-MES    PIC 9(02).
           05 WS-DC-DIA    PIC 9(02).
       01  WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC PIC 9(08).
       01  WS-DC-NUMERO    PIC 9(07) VALUE ZERO.
       01  WS-DC-ANO-AJ    PIC 9(04) VALUE ZERO.
       01  WS-DC-MES-AJ    PIC 9(02) VALUE ZERO.
       01  WS-DC-Q4        PIC 9(04) VALUE ZERO.
       01  WS-DC-Q100      PIC 9(04) VALUE ZERO.
       01  WS-DC-Q400      PIC 9(04) VALUE ZERO.
       01  WS-DC-Q5        PIC 9(04) VALUE ZERO.
       01  WS-DC-AUX       PIC 9(04) VALUE ZERO.
       01  WS-DC-RESTO-4   PIC 9(04) VALUE ZERO.
       01  WS-DC-RESTO-100 PIC 9(04) VALUE ZERO.
       01  WS-DC-RESTO-400 PIC 9(04) VALUE ZERO.
       01  WS-DIAS-MESES-TAB.
           05 FILLER       PIC X(24) VALUE '312831303130313130313031'.
       01  WS-DIAS-MESES REDEFINES WS-DIAS-MESES-TAB.
           05 WS-DIAS-MES  PIC 9(02) OCCURS 12 TIMES.
       01  WS-DATA-REFERENCIA PIC 9(08) VALUE ZERO.
       01  WS-DN-REFERENCIA PIC 9(07) VALUE ZERO.
       01  WS-DIAS-PARA-LIMITE PIC S9(07) VALUE ZERO.
       01  WS-DIAS-ALERTA  PIC 9(03) VALUE 60.
      *
      * Parametros da linha de comando.
       01  WS-PARM-OPERACAO    PIC X(01) VALUE SPACE.
       01  WS-PARM-ID          PIC X(05) VALUE SPACES.
       01  WS-PARM-INICIO      PIC X(08) VALUE SPACES.
       01  WS-PARM-DIAS        PIC X(02) VALUE SPACES.
       01  WS-PARM-ABONO       PIC X(01) VALUE SPACE.
       01  WS-PARM-PERIODO     PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO   PIC X(06).
       01  WS-PERIODO-DATA REDEFINES WS-PERIODO-FILTRO.
           05 WS-PF-ANO    PIC 9(04).
           05 WS-PF-MES    PIC 9(02).
       01  WS-INICIO-DATA.
           05 WS-INI-ANO   PIC 9(04).
           05 WS-INI-MES   PIC 9(02).
           05 WS-INI-DIA   PIC 9(02).
       01  WS-INICIO-NUM REDEFINES WS-INICIO-DATA PIC 9(08).
       01  WS-INICIO-PERIODO   PIC 9(06) VALUE ZERO.
       01  WS-DIAS-PEDIDOS     PIC 9(02) VALUE ZERO.
       01  WS-DIAS-ABONO       PIC 9(02) VALUE ZERO.
       01  WS-AQUISITIVO       PIC 9(08) VALUE ZERO.
       01  WS-LINHA-GRAVAR     PIC X(40).
      *
      * Relatorio de saldos por departamento, paginado como o
      * relatorio.txt da folha mensal. O extrato de salarios da o
      * nome e o departamento de cada funcionario ativo.
       01  WS-NOME-ARQUIVO-EXTRATO PIC X(40) VALUE
           'C:\COBOL-Python\Ex001\salarios.csv'.
       01  WS-NOME-ARQUIVO-SAIDA PIC X(40)
           VALUE 'relatorio-saldo-ferias.txt'.
       01  WS-TAB-DEPTO.
           05 WS-DEPTO-OCOR OCCURS 50 TIMES INDEXED BY WS-IDX-DEPTO.
               10 WS-DEPTO-TAB-COD   PIC X(04).
       01  WS-QTD-DEPTOS       PIC 9(03) VALUE ZERO.
       01  WS-DEPTO-ACHADO     PIC 9(03) VALUE ZERO.
       01  WS-LINHA-RELATORIO   PIC X(132).
       01  WS-PAGINA            PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA    PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS  PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 15.
       01  WS-DEPTO-PAGINA      PIC X(04) VALUE SPACES.
       01  WS-DEPTO-PERIODOS    PIC 9(05) VALUE ZERO.
       01  WS-DEPTO-SALDO       PIC 9(05) VALUE ZERO.
       01  WS-DEPTO-ALERTAS     PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-PERIODOS    PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-SALDO       PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-ALERTAS     PIC 9(05) VALUE ZERO.
       01  WS-QTD-EDITADA       PIC ZZZZ9.
       01  WS-SALDO-EDITADO     PIC ZZZZ9.
       01  WS-ALERTAS-EDITADO   PIC ZZZZ9.
       01  WS-FALTAS-ED         PIC ZZ9.
       01  WS-DIREITO-ED        PIC Z9.
       01  WS-GOZADOS-ED        PIC ZZ9.
       01  WS-ABONO-ED          PIC Z9.
       01  WS-PROGRAMADOS-ED    PIC ZZ9.
       01  WS-SALDO-PER-ED      PIC Z9.
       01  WS-DIAS-LIMITE-ED    PIC ZZ9.
       01  WS-ALERTA-TEXTO      PIC X(28).
       01  WS-DATA-INICIO-ED    PIC X(10).
       01  WS-DATA-LIMITE-ED    PIC X(10).
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
      * Lidos conta os registros de entrada da operacao, gravados
      * as linhas gravadas no razao, na programacao ou no relatorio
      * e excecoes as operacoes recusadas e os funcionarios sem
      * admissao.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON21'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60)
           VALUE 'ferias-programacao.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-OPERACAO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-OPERACAO
           END-ACCEPT.
           EVALUATE WS-PARM-OPERACAO
               WHEN 'M'
                   PERFORM LANCA-FALTAS
               WHEN 'P'
                   PERFORM PROGRAMA-FERIAS
               WHEN 'C'
                   PERFORM CANCELA-PROGRAMACAO
               WHEN 'R'
                   PERFORM RELATORIO-SALDOS
               WHEN OTHER
                   DISPLAY 'USO: COBOLPYTHON21 M [AAAAMM]'
                   DISPLAY '     COBOLPYTHON21 P <ID> <AAAAMMDD> '
                       '<DIAS> <ABONO S/N>'
                   DISPLAY '     COBOLPYTHON21 C <ID> <AAAAMMDD>'
                   DISPLAY '     COBOLPYTHON21 R [AAAAMM] [ARQUIVO]'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
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
      * Carrega o cadastro de admissoes. Sem ele nao ha periodo
      * aquisitivo algum a controlar - erro fatal.
       CARREGA-ADMISSOES.
           OPEN INPUT ADMISSOES.
           IF FS-ADMISSOES NOT = 00
               DISPLAY 'ADMISSOES.CSV AUSENTE OU ILEGIVEL - STATUS = '
                   FS-ADMISSOES ' - SEM DATA DE ADMISSAO NAO HA '
                   'PERIODO AQUISITIVO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-ADMISSOES = 'Y'
               READ ADMISSOES INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF-ADMISSOES
                   NOT AT END
                       PERFORM ACUMULA-ADMISSAO
               END-READ
           END-PERFORM.
           CLOSE ADMISSOES.
       ACUMULA-ADMISSAO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-ADM-ID,
                   WS-ADM-DATA
           END-UNSTRING.
           MOVE WS-ADM-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-ADMISSAO.
           IF WS-ADM-ACHADO = ZERO
               IF WS-QTD-ADM NOT < 100
                   DISPLAY 'TABELA DE ADMISSOES CHEIA (100) - LINHA '
                       'IGNORADA: ' WS-LINHA-LIDA
               ELSE
                   ADD 1 TO WS-QTD-ADM
                   MOVE WS-QTD-ADM TO WS-ADM-ACHADO
                   MOVE WS-ADM-ID TO WS-ADM-TAB-ID (WS-ADM-ACHADO)
               END-IF
           END-IF.
           IF WS-ADM-ACHADO > ZERO
               MOVE WS-ADM-ANO TO WS-ADM-TAB-ANO (WS-ADM-ACHADO)
               MOVE WS-ADM-MES TO WS-ADM-TAB-MES (WS-ADM-ACHADO)
               MOVE WS-ADM-DIA TO WS-ADM-TAB-DIA (WS-ADM-ACHADO)
           END-IF.
      * Localiza a matricula WS-ID-BUSCA no cadastro de admissoes,
      * deixando o indice em WS-ADM-ACHADO (zero quando o
      * funcionario nao tem admissao cadastrada).
       BUSCA-ADMISSAO.
           MOVE ZERO TO WS-ADM-ACHADO.
           PERFORM VARYING WS-IDX-ADM FROM 1 BY 1
               UNTIL WS-IDX-ADM > WS-QTD-ADM
               IF WS-ADM-TAB-ID (WS-IDX-ADM) = WS-ID-BUSCA
                   MOVE WS-IDX-ADM TO WS-ADM-ACHADO
               END-IF
           END-PERFORM.
      * Carrega o razao de ferias. A ausencia do arquivo e so um
      * controle ainda sem movimento.
       CARREGA-RAZAO.
           OPEN INPUT RAZAO-FERIAS.
           IF FS-RAZAO = 00 OR FS-RAZAO = 05
               PERFORM UNTIL EOF-RAZAO = 'Y'
                   READ RAZAO-FERIAS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-RAZAO
                       NOT AT END
                           PERFORM ACUMULA-RAZAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RAZAO-FERIAS.
       ACUMULA-RAZAO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-RZF-PERIODO,
                   WS-RZF-ID,
                   WS-RZF-TIPO,
                   WS-RZF-AQUISITIVO,
                   WS-RZF-DIAS
           END-UNSTRING.
           MOVE ZERO TO WS-RZF-ACHADO.
           PERFORM VARYING WS-IDX-RZF FROM 1 BY 1
               UNTIL WS-IDX-RZF > WS-QTD-RAZAO
               IF WS-RZF-TAB-PERIODO (WS-IDX-RZF) = WS-RZF-PERIODO
                   AND WS-RZF-TAB-ID (WS-IDX-RZF) = WS-RZF-ID
                   AND WS-RZF-TAB-TIPO (WS-IDX-RZF) = WS-RZF-TIPO
                   AND WS-RZF-TAB-AQUISITIVO (WS-IDX-RZF)
                       = WS-RZF-AQUISITIVO
                   SET WS-RZF-ACHADO TO WS-IDX-RZF
               END-IF
           END-PERFORM.
           IF WS-RZF-ACHADO = ZERO
               IF WS-QTD-RAZAO NOT < 1000
                   DISPLAY 'TABELA DO RAZAO DE FERIAS CHEIA (1000) - '
                       'LINHA IGNORADA: ' WS-LINHA-LIDA
               ELSE
                   ADD 1 TO WS-QTD-RAZAO
                   MOVE WS-QTD-RAZAO TO WS-RZF-ACHADO
                   MOVE WS-RZF-PERIODO
                       TO WS-RZF-TAB-PERIODO (WS-RZF-ACHADO)
                   MOVE WS-RZF-ID TO WS-RZF-TAB-ID (WS-RZF-ACHADO)
                   MOVE WS-RZF-TIPO TO WS-RZF-TAB-TIPO (WS-RZF-ACHADO)
                   MOVE WS-RZF-AQUISITIVO
                       TO WS-RZF-TAB-AQUISITIVO (WS-RZF-ACHADO)
               END-IF
           END-IF.
           IF WS-RZF-ACHADO > ZERO
               MOVE WS-RZF-DIAS TO WS-RZF-TAB-DIAS (WS-RZF-ACHADO)
           END-IF.
      * Carrega a programacao de ferias. A ausencia do arquivo e so
      * uma programacao ainda vazia.
       CARREGA-PROGRAMACAO.
           OPEN INPUT PROGRAMACAO.
           IF FS-PROGRAMACAO = 00 OR FS-PROGRAMACAO = 05
               PERFORM UNTIL EOF-PROGRAMACAO = 'Y'
                   READ PROGRAMACAO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PROGRAMACAO
                       NOT AT END
                           PERFORM ACUMULA-PROGRAMACAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROGRAMACAO.
       ACUMULA-PROGRAMACAO.
           IF WS-QTD-PROGRAMACOES NOT < 200
               DISPLAY 'TABELA DE PROGRAMACAO CHEIA (200) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
               MOVE 'S' TO WS-TABELA-CHEIA
           ELSE
               MOVE SPACE TO WS-PRG-SITUACAO
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-PRG-ID,
                       WS-PRG-INICIO,
                       WS-PRG-DIAS,
                       WS-PRG-ABONO,
                       WS-PRG-DIAS-ABONO,
                       WS-PRG-AQUISITIVO,
                       WS-PRG-SITUACAO
               END-UNSTRING
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO WS-QTD-PROGRAMACOES
               SET WS-IDX-PRG TO WS-QTD-PROGRAMACOES
               MOVE WS-PRG-ID TO WS-PRG-TAB-ID (WS-IDX-PRG)
               MOVE WS-PRG-INICIO TO WS-PRG-TAB-INICIO (WS-IDX-PRG)
               MOVE WS-PRG-DIAS TO WS-PRG-TAB-DIAS (WS-IDX-PRG)
               MOVE WS-PRG-ABONO TO WS-PRG-TAB-ABONO (WS-IDX-PRG)
               MOVE WS-PRG-DIAS-ABONO
                   TO WS-PRG-TAB-DIAS-ABONO (WS-IDX-PRG)
               MOVE WS-PRG-AQUISITIVO
                   TO WS-PRG-TAB-AQUISITIVO (WS-IDX-PRG)
               MOVE WS-PRG-SITUACAO TO WS-PRG-TAB-SITUACAO (WS-IDX-PRG)
           END-IF.
      * Verifica se a programacao em WS-IDX-PRG ja foi gozada - o
      * COBOLPYTHON10 'F' anota o gozo ('G') na competencia de
      * saida, contra o periodo aquisitivo da programacao.
       VERIFICA-GOZO-PROGRAMACAO.
           MOVE 'N' TO WS-PRG-GOZADA.
           DIVIDE WS-PRG-TAB-INICIO (WS-IDX-PRG) BY 100
               GIVING WS-PRG-PERIODO.
           PERFORM VARYING WS-IDX-RZF FROM 1 BY 1
               UNTIL WS-IDX-RZF > WS-QTD-RAZAO
               IF WS-RZF-TAB-TIPO (WS-IDX-RZF) = 'G'
                   AND WS-RZF-TAB-PERIODO (WS-IDX-RZF) = WS-PRG-PERIODO
                   AND WS-RZF-TAB-ID (WS-IDX-RZF)
                       = WS-PRG-TAB-ID (WS-IDX-PRG)
                   AND WS-RZF-TAB-AQUISITIVO (WS-IDX-RZF)
                       = WS-PRG-TAB-AQUISITIVO (WS-IDX-PRG)
                   MOVE 'S' TO WS-PRG-GOZADA
               END-IF
           END-PERFORM.
      * Converte WS-DATA-CALC em numero de dias corridos
      * (WS-DC-NUMERO), contando o ano a partir de marco para que o
      * dia 29 de fevereiro caia no fim do ano de calculo.
       CONVERTE-DATA-DIAS.
           IF WS-DC-MES > 2
               MOVE WS-DC-ANO TO WS-DC-ANO-AJ
               COMPUTE WS-DC-MES-AJ = WS-DC-MES - 3
           ELSE
               COMPUTE WS-DC-ANO-AJ = WS-DC-ANO - 1
               COMPUTE WS-DC-MES-AJ = WS-DC-MES + 9
           END-IF.
           DIVIDE WS-DC-ANO-AJ BY 4 GIVING WS-DC-Q4.
           DIVIDE WS-DC-ANO-AJ BY 100 GIVING WS-DC-Q100.
           DIVIDE WS-DC-ANO-AJ BY 400 GIVING WS-DC-Q400.
           COMPUTE WS-DC-AUX = (153 * WS-DC-MES-AJ) + 2.
           DIVIDE WS-DC-AUX BY 5 GIVING WS-DC-Q5.
           COMPUTE WS-DC-NUMERO = (365 * WS-DC-ANO-AJ) + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400 + WS-DC-Q5 + WS-DC-DIA.
      * Recua WS-DATA-CALC um dia, virando mes e ano quando preciso.
       CALCULA-VESPERA.
           IF WS-DC-DIA > 1
               SUBTRACT 1 FROM WS-DC-DIA
           ELSE
               IF WS-DC-MES = 1
                   MOVE 12 TO WS-DC-MES
                   SUBTRACT 1 FROM WS-DC-ANO
               ELSE
                   SUBTRACT 1 FROM WS-DC-MES
               END-IF
               MOVE WS-DIAS-MES (WS-DC-MES) TO WS-DC-DIA
               IF WS-DC-MES = 2
                   DIVIDE WS-DC-ANO BY 4 GIVING WS-DC-AUX
                       REMAINDER WS-DC-RESTO-4
                   DIVIDE WS-DC-ANO BY 100 GIVING WS-DC-AUX
                       REMAINDER WS-DC-RESTO-100
                   DIVIDE WS-DC-ANO BY 400 GIVING WS-DC-AUX
                       REMAINDER WS-DC-RESTO-400
                   IF WS-DC-RESTO-4 = ZERO
                       AND (WS-DC-RESTO-100 NOT = ZERO
                           OR WS-DC-RESTO-400 = ZERO)
                       MOVE 29 TO WS-DC-DIA
                   END-IF
               END-IF
           END-IF.
      * Monta os periodos aquisitivos completos do funcionario
      * WS-ID-BUSCA (admissao em WS-ADM-ACHADO) ate a data de
      * referencia, do mais antigo para o mais novo, e apura direito
      * e saldo de cada um.
       MONTA-PERIODOS.
           COMPUTE WS-QTD-ANOS = WS-DATA-REFERENCIA / 10000
               - WS-ADM-TAB-ANO (WS-ADM-ACHADO).
           PERFORM VARYING WS-ANO-PERIODO FROM 0 BY 1
               UNTIL WS-ANO-PERIODO > WS-QTD-ANOS
               PERFORM AVALIA-PERIODO
           END-PERFORM.
       AVALIA-PERIODO.
           MOVE WS-ADM-TAB-MES (WS-ADM-ACHADO) TO WS-DC-MES.
           MOVE WS-ADM-TAB-DIA (WS-ADM-ACHADO) TO WS-DC-DIA.
           COMPUTE WS-DC-ANO = WS-ADM-TAB-ANO (WS-ADM-ACHADO)
               + WS-ANO-PERIODO + 1.
           PERFORM CONVERTE-DATA-DIAS.
           MOVE WS-DC-NUMERO TO WS-DN-PROXIMO.
           IF WS-DN-PROXIMO NOT > WS-DN-REFERENCIA
               ADD 1 TO WS-DC-ANO
               PERFORM CALCULA-VESPERA
               PERFORM CONVERTE-DATA-DIAS
               MOVE WS-DC-NUMERO TO WS-DN-LIMITE
               IF WS-DN-LIMITE + WS-DIAS-PRESCRICAO
                   NOT < WS-DN-REFERENCIA
                   PERFORM ABRE-PERIODO
               END-IF
           END-IF.
       ABRE-PERIODO.
           IF WS-QTD-PERIODOS NOT < 300
               DISPLAY 'TABELA DE PERIODOS CHEIA (300) - PERIODO '
                   'IGNORADO - ID: ' WS-ID-BUSCA
           ELSE
               ADD 1 TO WS-QTD-PERIODOS
               SET WS-IDX-PER TO WS-QTD-PERIODOS
               MOVE WS-ID-BUSCA TO WS-PER-TAB-ID (WS-IDX-PER)
               MOVE WS-PER-NOME TO WS-PER-TAB-NOME (WS-IDX-PER)
               MOVE WS-PER-DEPTO TO WS-PER-TAB-DEPTO (WS-IDX-PER)
               COMPUTE WS-PER-TAB-INICIO (WS-IDX-PER) =
                   ((WS-ADM-TAB-ANO (WS-ADM-ACHADO) + WS-ANO-PERIODO)
                   * 10000) + (WS-ADM-TAB-MES (WS-ADM-ACHADO) * 100)
                   + WS-ADM-TAB-DIA (WS-ADM-ACHADO)
               MOVE WS-DATA-CALC-NUM TO WS-PER-TAB-LIMITE (WS-IDX-PER)
               MOVE WS-DN-LIMITE TO WS-PER-TAB-DN-LIMITE (WS-IDX-PER)
               PERFORM APURA-PERIODO
           END-IF.
      * Faltas, gozo e abono do periodo em WS-IDX-PER vem do razao;
      * os dias ja programados e ainda nao gozados saem do saldo
      * disponivel para nova programacao.
       APURA-PERIODO.
           MOVE ZERO TO WS-PER-TAB-FALTAS (WS-IDX-PER).
           MOVE ZERO TO WS-PER-TAB-GOZADOS (WS-IDX-PER).
           MOVE ZERO TO WS-PER-TAB-ABONO (WS-IDX-PER).
           MOVE ZERO TO WS-PER-TAB-PROGRAMADOS (WS-IDX-PER).
           MOVE 'N' TO WS-PER-TAB-TEM-ABONO (WS-IDX-PER).
           PERFORM VARYING WS-IDX-RZF FROM 1 BY 1
               UNTIL WS-IDX-RZF > WS-QTD-RAZAO
               IF WS-RZF-TAB-ID (WS-IDX-RZF)
                       = WS-PER-TAB-ID (WS-IDX-PER)
                   AND WS-RZF-TAB-AQUISITIVO (WS-IDX-RZF)
                       = WS-PER-TAB-INICIO (WS-IDX-PER)
                   EVALUATE WS-RZF-TAB-TIPO (WS-IDX-RZF)
                       WHEN 'F'
                           ADD WS-RZF-TAB-DIAS (WS-IDX-RZF)
                               TO WS-PER-TAB-FALTAS (WS-IDX-PER)
                       WHEN 'G'
                           ADD WS-RZF-TAB-DIAS (WS-IDX-RZF)
                               TO WS-PER-TAB-GOZADOS (WS-IDX-PER)
                       WHEN 'A'
                           ADD WS-RZF-TAB-DIAS (WS-IDX-RZF)
                               TO WS-PER-TAB-ABONO (WS-IDX-PER)
                           MOVE 'S' TO WS-PER-TAB-TEM-ABONO (WS-IDX-PER)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               IF WS-PRG-TAB-ID (WS-IDX-PRG)
                       = WS-PER-TAB-ID (WS-IDX-PER)
                   AND WS-PRG-TAB-AQUISITIVO (WS-IDX-PRG)
                       = WS-PER-TAB-INICIO (WS-IDX-PER)
                   AND WS-PRG-TAB-SITUACAO (WS-IDX-PRG) = 'P'
                   PERFORM VERIFICA-GOZO-PROGRAMACAO
                   IF WS-PRG-GOZADA = 'N'
                       ADD WS-PRG-TAB-DIAS (WS-IDX-PRG)
                           WS-PRG-TAB-DIAS-ABONO (WS-IDX-PRG)
                           TO WS-PER-TAB-PROGRAMADOS (WS-IDX-PER)
                       IF WS-PRG-TAB-ABONO (WS-IDX-PRG) = 'S'
                           MOVE 'S' TO WS-PER-TAB-TEM-ABONO (WS-IDX-PER)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PER-TAB-FALTAS (WS-IDX-PER) NOT > 5
                   MOVE 30 TO WS-PER-TAB-DIREITO (WS-IDX-PER)
               WHEN WS-PER-TAB-FALTAS (WS-IDX-PER) NOT > 14
                   MOVE 24 TO WS-PER-TAB-DIREITO (WS-IDX-PER)
               WHEN WS-PER-TAB-FALTAS (WS-IDX-PER) NOT > 23
                   MOVE 18 TO WS-PER-TAB-DIREITO (WS-IDX-PER)
               WHEN WS-PER-TAB-FALTAS (WS-IDX-PER) NOT > 32
                   MOVE 12 TO WS-PER-TAB-DIREITO (WS-IDX-PER)
               WHEN OTHER
                   MOVE ZERO TO WS-PER-TAB-DIREITO (WS-IDX-PER)
           END-EVALUATE.
           COMPUTE WS-SALDO-APURADO = WS-PER-TAB-DIREITO (WS-IDX-PER)
               - WS-PER-TAB-GOZADOS (WS-IDX-PER)
               - WS-PER-TAB-ABONO (WS-IDX-PER).
           IF WS-SALDO-APURADO < ZERO
               MOVE ZERO TO WS-SALDO-APURADO
           END-IF.
           MOVE WS-SALDO-APURADO TO WS-PER-TAB-SALDO (WS-IDX-PER).
           SUBTRACT WS-PER-TAB-PROGRAMADOS (WS-IDX-PER)
               FROM WS-SALDO-APURADO.
           IF WS-SALDO-APURADO < ZERO
               MOVE ZERO TO WS-SALDO-APURADO
           END-IF.
           MOVE WS-SALDO-APURADO TO WS-PER-TAB-DISPONIVEL (WS-IDX-PER).
      * Lancamento mensal das faltas do ponto.csv no razao de
      * ferias, contra o periodo aquisitivo em curso na competencia
      * (default a corrente). Roda depois de fechado o ponto do mes;
      * rodar de novo com o ponto corrigido substitui o lancamento.
       LANCA-FALTAS.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-FILTRO.
           IF WS-PARM-PERIODO NOT = SPACES
               MOVE WS-PARM-PERIODO TO WS-PERIODO-FILTRO
           END-IF.
           IF WS-PERIODO-FILTRO IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON21 M [AAAAMM]'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE 'ponto.csv' TO WS-NOME-ARQUIVO-ENTRADA.
           PERFORM CARREGA-ADMISSOES.
           OPEN INPUT PONTO.
           IF FS-PONTO NOT = 00
               DISPLAY 'PONTO.CSV AUSENTE - NENHUMA FALTA LANCADA NA '
                   'COMPETENCIA ' WS-PERIODO-FILTRO
           ELSE
               OPEN EXTEND RAZAO-FERIAS
               PERFORM UNTIL EOF-PONTO = 'Y'
                   READ PONTO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PONTO
                       NOT AT END
                           PERFORM LANCA-FALTA-FUNCIONARIO
                   END-READ
               END-PERFORM
               CLOSE RAZAO-FERIAS
               CLOSE PONTO
           END-IF.
           DISPLAY 'FALTAS DA COMPETENCIA ' WS-PERIODO-FILTRO
               ' LANCADAS NO RAZAO DE FERIAS - LINHAS: '
               WS-CONT-GRAVADOS ' EXCECOES: ' WS-CONT-EXCECOES.
      * A competencia pertence ao periodo que comecou no ultimo
      * aniversario de admissao - o mes do aniversario ja conta no
      * periodo novo. Apontamento zerado tambem e lancado, para
      * substituir um lancamento anterior da competencia.
       LANCA-FALTA-FUNCIONARIO.
           ADD 1 TO WS-CONT-LIDOS.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-PONTO-ID,
                   WS-PONTO-HORAS,
                   WS-PONTO-DIAS
           END-UNSTRING.
           MOVE WS-PONTO-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-ADMISSAO.
           IF WS-ADM-ACHADO = ZERO
               DISPLAY 'FUNCIONARIO SEM ADMISSAO - FALTAS NAO '
                   'LANCADAS - ID: ' WS-PONTO-ID
               ADD 1 TO WS-CONT-EXCECOES
           ELSE
               COMPUTE WS-ANO-PERIODO =
                   WS-PF-ANO - WS-ADM-TAB-ANO (WS-ADM-ACHADO)
               IF WS-PF-MES < WS-ADM-TAB-MES (WS-ADM-ACHADO)
                   SUBTRACT 1 FROM WS-ANO-PERIODO
               END-IF
               IF WS-ANO-PERIODO < ZERO
                   DISPLAY 'COMPETENCIA ANTERIOR A ADMISSAO - FALTAS '
                       'NAO LANCADAS - ID: ' WS-PONTO-ID
                   ADD 1 TO WS-CONT-EXCECOES
               ELSE
                   COMPUTE WS-AQUISITIVO =
                       ((WS-ADM-TAB-ANO (WS-ADM-ACHADO)
                       + WS-ANO-PERIODO) * 10000)
                       + (WS-ADM-TAB-MES (WS-ADM-ACHADO) * 100)
                       + WS-ADM-TAB-DIA (WS-ADM-ACHADO)
                   MOVE SPACES TO WS-LINHA-GRAVAR
                   STRING WS-PERIODO-FILTRO ',' WS-PONTO-ID ',F,'
                       WS-AQUISITIVO ',' WS-PONTO-DIAS
                       DELIMITED BY SIZE INTO WS-LINHA-GRAVAR
                   WRITE REG-RAZAO-FERIAS FROM WS-LINHA-GRAVAR
                   ADD 1 TO WS-CONT-GRAVADOS
               END-IF
           END-IF.
      * Programacao de ferias: debita o periodo aquisitivo completo
      * mais antigo com saldo na data de saida. Sem periodo
      * completo, com saldo insuficiente, com abono ja concedido no
      * periodo ou com outra saida ja programada no mesmo mes (o
      * calculo de ferias apura uma saida por funcionario na
      * competencia), recusa com RC 8.
       PROGRAMA-FERIAS.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-INICIO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-INICIO
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-DIAS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-DIAS
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ABONO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-ABONO
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC
               OR WS-PARM-INICIO IS NOT NUMERIC
               OR WS-PARM-DIAS IS NOT NUMERIC
               OR (WS-PARM-ABONO NOT = 'S' AND WS-PARM-ABONO NOT = 'N')
               DISPLAY 'USO: COBOLPYTHON21 P <ID> <AAAAMMDD> '
                   '<DIAS> <ABONO S/N>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE WS-PARM-INICIO TO WS-INICIO-DATA.
           MOVE WS-PARM-DIAS TO WS-DIAS-PEDIDOS.
           IF WS-INI-MES < 1 OR WS-INI-MES > 12
               OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
               OR WS-DIAS-PEDIDOS < 5 OR WS-DIAS-PEDIDOS > 30
               DISPLAY 'DATA DE SAIDA INVALIDA OU DIAS FORA DE 5 A 30 '
                   '- NAO PROGRAMADA: ' WS-PARM-INICIO ' '
                   WS-PARM-DIAS
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-ADMISSOES.
           PERFORM CARREGA-RAZAO.
           PERFORM CARREGA-PROGRAMACAO.
           MOVE WS-PARM-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-ADMISSAO.
           DIVIDE WS-INICIO-NUM BY 100 GIVING WS-INICIO-PERIODO.
           MOVE ZERO TO WS-PRG-ACHADO.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               DIVIDE WS-PRG-TAB-INICIO (WS-IDX-PRG) BY 100
                   GIVING WS-PRG-PERIODO
               IF WS-PRG-TAB-ID (WS-IDX-PRG) = WS-ID-BUSCA
                   AND WS-PRG-PERIODO = WS-INICIO-PERIODO
                   AND WS-PRG-TAB-SITUACAO (WS-IDX-PRG) = 'P'
                   SET WS-PRG-ACHADO TO WS-IDX-PRG
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PER-ACHADO.
           IF WS-ADM-ACHADO > ZERO
               MOVE WS-INICIO-NUM TO WS-DATA-REFERENCIA
               MOVE WS-INICIO-DATA TO WS-DATA-CALC
               PERFORM CONVERTE-DATA-DIAS
               MOVE WS-DC-NUMERO TO WS-DN-REFERENCIA
               PERFORM MONTA-PERIODOS
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-QTD-PERIODOS
                   IF WS-PER-ACHADO = ZERO
                       AND WS-PER-TAB-DISPONIVEL (WS-IDX-PER) > ZERO
                       SET WS-PER-ACHADO TO WS-IDX-PER
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-DIAS-ABONO.
           IF WS-PER-ACHADO > ZERO AND WS-PARM-ABONO = 'S'
               DIVIDE WS-PER-TAB-DIREITO (WS-PER-ACHADO) BY 3
                   GIVING WS-DIAS-ABONO
           END-IF.
           EVALUATE TRUE
               WHEN WS-ADM-ACHADO = ZERO
                   DISPLAY 'FUNCIONARIO SEM ADMISSAO CADASTRADA - '
                       'NAO PROGRAMADA - ID: ' WS-PARM-ID
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PRG-ACHADO > ZERO
                   DISPLAY 'FERIAS JA PROGRAMADAS NESTA COMPETENCIA - '
                       'ID: ' WS-PARM-ID ' SAIDA: '
                       WS-PRG-TAB-INICIO (WS-PRG-ACHADO)
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PER-ACHADO = ZERO
                   DISPLAY 'SEM SALDO DE FERIAS EM PERIODO COMPLETO NA '
                       'DATA DE SAIDA - ID: ' WS-PARM-ID
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PARM-ABONO = 'S'
                   AND WS-PER-TAB-TEM-ABONO (WS-PER-ACHADO) = 'S'
                   DISPLAY 'ABONO PECUNIARIO JA CONCEDIDO NO PERIODO '
                       WS-PER-TAB-INICIO (WS-PER-ACHADO) ' - ID: '
                       WS-PARM-ID
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIAS-PEDIDOS + WS-DIAS-ABONO
                   > WS-PER-TAB-DISPONIVEL (WS-PER-ACHADO)
                   DISPLAY 'SALDO INSUFICIENTE NO PERIODO '
                       WS-PER-TAB-INICIO (WS-PER-ACHADO) ' - ID: '
                       WS-PARM-ID ' DISPONIVEL: '
                       WS-PER-TAB-DISPONIVEL (WS-PER-ACHADO)
                       ' PEDIDO: ' WS-DIAS-PEDIDOS ' + ABONO '
                       WS-DIAS-ABONO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GRAVA-PROGRAMACAO
           END-EVALUATE.
       GRAVA-PROGRAMACAO.
           MOVE WS-PARM-ID TO WS-PRG-ID.
           MOVE WS-INICIO-NUM TO WS-PRG-INICIO.
           MOVE WS-DIAS-PEDIDOS TO WS-PRG-DIAS.
           MOVE WS-PARM-ABONO TO WS-PRG-ABONO.
           MOVE WS-DIAS-ABONO TO WS-PRG-DIAS-ABONO.
           MOVE WS-PER-TAB-INICIO (WS-PER-ACHADO) TO WS-PRG-AQUISITIVO.
           MOVE 'P' TO WS-PRG-SITUACAO.
           PERFORM MONTA-LINHA-PROGRAMACAO.
           OPEN EXTEND PROGRAMACAO.
           WRITE REG-PROGRAMACAO FROM WS-LINHA-GRAVAR.
           CLOSE PROGRAMACAO.
           ADD 1 TO WS-CONT-GRAVADOS.
           DISPLAY 'FERIAS PROGRAMADAS - ID: ' WS-PRG-ID
               ' SAIDA: ' WS-PRG-INICIO ' DIAS: ' WS-PRG-DIAS
               ' ABONO: ' WS-PRG-DIAS-ABONO
               ' PERIODO AQUISITIVO: ' WS-PRG-AQUISITIVO.
           IF WS-DN-REFERENCIA > WS-PER-TAB-DN-LIMITE (WS-PER-ACHADO)
               DISPLAY 'ATENCAO: SAIDA APOS O LIMITE CONCESSIVO '
                   WS-PER-TAB-LIMITE (WS-PER-ACHADO)
                   ' - FERIAS DEVIDAS EM DOBRO'
           END-IF.
      * Monta em WS-LINHA-GRAVAR a linha da programacao a partir de
      * WS-LINHA-PROGRAMACAO.
       MONTA-LINHA-PROGRAMACAO.
           MOVE SPACES TO WS-LINHA-GRAVAR.
           STRING WS-PRG-ID ',' WS-PRG-INICIO ',' WS-PRG-DIAS ','
               WS-PRG-ABONO ',' WS-PRG-DIAS-ABONO ','
               WS-PRG-AQUISITIVO ',' WS-PRG-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-GRAVAR.
      * Cancelamento de programacao ainda nao gozada - a linha fica
      * no arquivo com 'C' e os dias voltam ao saldo disponivel.
       CANCELA-PROGRAMACAO.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-INICIO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-INICIO
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC
               OR WS-PARM-INICIO IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON21 C <ID> <AAAAMMDD>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE WS-PARM-ID TO WS-ID-BUSCA.
           MOVE WS-PARM-INICIO TO WS-INICIO-DATA.
           PERFORM CARREGA-RAZAO.
           PERFORM CARREGA-PROGRAMACAO.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY 'PROGRAMACAO MAIOR QUE A TABELA (200) - '
                   'CANCELAMENTO NAO REGRAVA ARQUIVO TRUNCADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PRG-ACHADO.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               IF WS-PRG-TAB-ID (WS-IDX-PRG) = WS-ID-BUSCA
                   AND WS-PRG-TAB-INICIO (WS-IDX-PRG) = WS-INICIO-NUM
                   AND WS-PRG-TAB-SITUACAO (WS-IDX-PRG) = 'P'
                   SET WS-PRG-ACHADO TO WS-IDX-PRG
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-PRG-GOZADA.
           IF WS-PRG-ACHADO > ZERO
               SET WS-IDX-PRG TO WS-PRG-ACHADO
               PERFORM VERIFICA-GOZO-PROGRAMACAO
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRG-ACHADO = ZERO
                   DISPLAY 'PROGRAMACAO NAO ENCONTRADA - ID: '
                       WS-PARM-ID ' SAIDA: ' WS-PARM-INICIO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PRG-GOZADA = 'S'
                   DISPLAY 'FERIAS JA CALCULADAS E GOZADAS - '
                       'PROGRAMACAO NAO CANCELADA - ID: ' WS-PARM-ID
                       ' SAIDA: ' WS-PARM-INICIO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'C' TO WS-PRG-TAB-SITUACAO (WS-PRG-ACHADO)
                   PERFORM REGRAVA-PROGRAMACAO
                   DISPLAY 'PROGRAMACAO CANCELADA - ID: ' WS-PARM-ID
                       ' SAIDA: ' WS-PARM-INICIO
           END-EVALUATE.
       REGRAVA-PROGRAMACAO.
           OPEN OUTPUT PROGRAMACAO.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               MOVE WS-PRG-TAB-ID (WS-IDX-PRG) TO WS-PRG-ID
               MOVE WS-PRG-TAB-INICIO (WS-IDX-PRG) TO WS-PRG-INICIO
               MOVE WS-PRG-TAB-DIAS (WS-IDX-PRG) TO WS-PRG-DIAS
               MOVE WS-PRG-TAB-ABONO (WS-IDX-PRG) TO WS-PRG-ABONO
               MOVE WS-PRG-TAB-DIAS-ABONO (WS-IDX-PRG)
                   TO WS-PRG-DIAS-ABONO
               MOVE WS-PRG-TAB-AQUISITIVO (WS-IDX-PRG)
                   TO WS-PRG-AQUISITIVO
               MOVE WS-PRG-TAB-SITUACAO (WS-IDX-PRG) TO WS-PRG-SITUACAO
               PERFORM MONTA-LINHA-PROGRAMACAO
               WRITE REG-PROGRAMACAO FROM WS-LINHA-GRAVAR
               ADD 1 TO WS-CONT-GRAVADOS
           END-PERFORM.
           CLOSE PROGRAMACAO.
      * Relatorio mensal de saldos em relatorio-saldo-ferias.txt,
      * com a posicao no ultimo dia da competencia (default a
      * corrente): por departamento, cada periodo aquisitivo em
      * controle dos funcionarios do extrato, com faltas, direito,
      * gozo, abono, dias programados e saldo. Periodo com saldo e
      * limite concessivo a 60 dias ou menos sai com alerta, e o ja
      * vencido com o aviso de pagamento em dobro.
       RELATORIO-SALDOS.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-EXTRATO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-FILTRO.
           IF WS-PARM-PERIODO NOT = SPACES
               MOVE WS-PARM-PERIODO TO WS-PERIODO-FILTRO
           END-IF.
           IF WS-PERIODO-FILTRO IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON21 R [AAAAMM] [ARQUIVO]'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE WS-NOME-ARQUIVO-EXTRATO TO WS-NOME-ARQUIVO-ENTRADA.
           MOVE WS-PF-ANO TO WS-DC-ANO.
           MOVE WS-PF-MES TO WS-DC-MES.
           MOVE 1 TO WS-DC-DIA.
           IF WS-DC-MES = 12
               MOVE 1 TO WS-DC-MES
               ADD 1 TO WS-DC-ANO
           ELSE
               ADD 1 TO WS-DC-MES
           END-IF.
           PERFORM CALCULA-VESPERA.
           MOVE WS-DATA-CALC-NUM TO WS-DATA-REFERENCIA.
           PERFORM CONVERTE-DATA-DIAS.
           MOVE WS-DC-NUMERO TO WS-DN-REFERENCIA.
           PERFORM CARREGA-ADMISSOES.
           PERFORM CARREGA-RAZAO.
           PERFORM CARREGA-PROGRAMACAO.
           MOVE ZERO TO WS-CONT-LIDOS.
           PERFORM CARREGA-EXTRATO.
           OPEN OUTPUT RELATORIO.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
               UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
               PERFORM GRAVA-SECAO-DEPTO
           END-PERFORM.
           IF WS-PAGINA = ZERO
               MOVE SPACES TO WS-DEPTO-PAGINA
               PERFORM GRAVA-CABECALHO-SALDOS
               MOVE SPACES TO WS-LINHA-RELATORIO
               MOVE 'NENHUM PERIODO AQUISITIVO EM CONTROLE'
                   TO WS-LINHA-RELATORIO
               WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-TOTAL-PERIODOS TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-SALDO TO WS-SALDO-EDITADO.
           MOVE WS-TOTAL-ALERTAS TO WS-ALERTAS-EDITADO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL GERAL - PERIODOS: ' WS-QTD-EDITADA
               ' - DIAS EM SALDO: ' WS-SALDO-EDITADO
               ' - ALERTAS: ' WS-ALERTAS-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'SALDOS DE FERIAS ' WS-PERIODO-FILTRO
               ' - PERIODOS: ' WS-TOTAL-PERIODOS
               ' ALERTAS: ' WS-TOTAL-ALERTAS.
      * Le o extrato de salarios, com o mesmo tratamento de
      * cabecalho e trailers dos demais leitores de salarios.csv, e
      * monta os periodos de cada funcionario com nome e
      * departamento.
       CARREGA-EXTRATO.
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
                               IF REGISTRO(1:2) NOT = 'TD'
                                   PERFORM PERIODOS-FUNCIONARIO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           MOVE 'Y' TO CABECALHO
           END-PERFORM.
           CLOSE ARQUIVO.
       PERIODOS-FUNCIONARIO.
           MOVE SPACES TO WS-DEPTO.
           UNSTRING REGISTRO
               DELIMITED BY ','
               INTO
                   WS-ID,
                   WS-NOME,
                   WS-SALARIO,
                   WS-DEPTO
           END-UNSTRING.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE WS-ID TO WS-ID-BUSCA.
           PERFORM BUSCA-ADMISSAO.
           IF WS-ADM-ACHADO = ZERO
               DISPLAY 'FUNCIONARIO SEM ADMISSAO - FORA DO CONTROLE '
                   'DE FERIAS - ID: ' WS-ID
               ADD 1 TO WS-CONT-EXCECOES
           ELSE
               MOVE WS-NOME TO WS-PER-NOME
               MOVE WS-DEPTO TO WS-PER-DEPTO
               PERFORM MONTA-PERIODOS
               MOVE ZERO TO WS-DEPTO-ACHADO
               PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO > WS-QTD-DEPTOS
                   IF WS-DEPTO-TAB-COD (WS-IDX-DEPTO) = WS-DEPTO
                       SET WS-DEPTO-ACHADO TO WS-IDX-DEPTO
                   END-IF
               END-PERFORM
               IF WS-DEPTO-ACHADO = ZERO
                   IF WS-QTD-DEPTOS NOT < 50
                       DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA (50) - '
                           'DEPTO FORA DO RELATORIO: ' WS-DEPTO
                   ELSE
                       ADD 1 TO WS-QTD-DEPTOS
                       MOVE WS-DEPTO TO WS-DEPTO-TAB-COD (WS-QTD-DEPTOS)
                   END-IF
               END-IF
           END-IF.
      * Secao do departamento em WS-IDX-DEPTO: uma linha por periodo
      * e o subtotal. Cada departamento comeca em pagina nova.
       GRAVA-SECAO-DEPTO.
           MOVE WS-DEPTO-TAB-COD (WS-IDX-DEPTO) TO WS-DEPTO-PAGINA.
           MOVE ZERO TO WS-DEPTO-PERIODOS.
           MOVE ZERO TO WS-DEPTO-SALDO.
           MOVE ZERO TO WS-DEPTO-ALERTAS.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-QTD-PERIODOS
               IF WS-PER-TAB-DEPTO (WS-IDX-PER) = WS-DEPTO-PAGINA
                   PERFORM GRAVA-LINHA-PERIODO
               END-IF
           END-PERFORM.
           IF WS-DEPTO-PERIODOS > ZERO
               MOVE WS-DEPTO-PERIODOS TO WS-QTD-EDITADA
               MOVE WS-DEPTO-SALDO TO WS-SALDO-EDITADO
               MOVE WS-DEPTO-ALERTAS TO WS-ALERTAS-EDITADO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'TOTAL DEPTO ' WS-DEPTO-PAGINA
                   ' - PERIODOS: ' WS-QTD-EDITADA
                   ' - DIAS EM SALDO: ' WS-SALDO-EDITADO
                   ' - ALERTAS: ' WS-ALERTAS-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
               ADD WS-DEPTO-PERIODOS TO WS-TOTAL-PERIODOS
               ADD WS-DEPTO-SALDO TO WS-TOTAL-SALDO
               ADD WS-DEPTO-ALERTAS TO WS-TOTAL-ALERTAS
           END-IF.
       GRAVA-LINHA-PERIODO.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-SALDOS
           END-IF.
           MOVE SPACES TO WS-ALERTA-TEXTO.
           IF WS-PER-TAB-SALDO (WS-IDX-PER) > ZERO
               COMPUTE WS-DIAS-PARA-LIMITE =
                   WS-PER-TAB-DN-LIMITE (WS-IDX-PER) - WS-DN-REFERENCIA
               IF WS-DIAS-PARA-LIMITE < ZERO
                   MOVE '*** VENCIDO - PAGAR EM DOBRO'
                       TO WS-ALERTA-TEXTO
                   ADD 1 TO WS-DEPTO-ALERTAS
               ELSE
                   IF WS-DIAS-PARA-LIMITE NOT > WS-DIAS-ALERTA
                       MOVE WS-DIAS-PARA-LIMITE TO WS-DIAS-LIMITE-ED
                       STRING '*** VENCE EM ' WS-DIAS-LIMITE-ED ' DIAS'
                           DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
                       ADD 1 TO WS-DEPTO-ALERTAS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-PER-TAB-INICIO (WS-IDX-PER) TO WS-DATA-CALC-NUM.
           MOVE SPACES TO WS-DATA-INICIO-ED.
           STRING WS-DC-DIA '/' WS-DC-MES '/' WS-DC-ANO
               DELIMITED BY SIZE INTO WS-DATA-INICIO-ED.
           MOVE WS-PER-TAB-LIMITE (WS-IDX-PER) TO WS-DATA-CALC-NUM.
           MOVE SPACES TO WS-DATA-LIMITE-ED.
           STRING WS-DC-DIA '/' WS-DC-MES '/' WS-DC-ANO
               DELIMITED BY SIZE INTO WS-DATA-LIMITE-ED.
           MOVE WS-PER-TAB-FALTAS (WS-IDX-PER) TO WS-FALTAS-ED.
           MOVE WS-PER-TAB-DIREITO (WS-IDX-PER) TO WS-DIREITO-ED.
           MOVE WS-PER-TAB-GOZADOS (WS-IDX-PER) TO WS-GOZADOS-ED.
           MOVE WS-PER-TAB-ABONO (WS-IDX-PER) TO WS-ABONO-ED.
           MOVE WS-PER-TAB-PROGRAMADOS (WS-IDX-PER)
               TO WS-PROGRAMADOS-ED.
           MOVE WS-PER-TAB-SALDO (WS-IDX-PER) TO WS-SALDO-PER-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-PER-TAB-ID (WS-IDX-PER) ' '
               WS-PER-TAB-NOME (WS-IDX-PER) ' '
               WS-DATA-INICIO-ED '    ' WS-FALTAS-ED '      '
               WS-DIREITO-ED '     ' WS-GOZADOS-ED '    '
               WS-ABONO-ED '   ' WS-PROGRAMADOS-ED '    '
               WS-SALDO-PER-ED ' ' WS-DATA-LIMITE-ED ' '
               WS-ALERTA-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           ADD 1 TO WS-CONT-GRAVADOS.
           ADD 1 TO WS-DEPTO-PERIODOS.
           ADD WS-PER-TAB-SALDO (WS-IDX-PER) TO WS-DEPTO-SALDO.
       GRAVA-CABECALHO-SALDOS.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'SALDOS DE FERIAS - COMPETENCIA: ' WS-PERIODO-FILTRO
               ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'DEPARTAMENTO: ' WS-DEPTO-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    NOME                 AQUISITIVO FALTAS DIREITO'
               ' GOZADOS ABONO PROGR SALDO LIMITE     ALERTA'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       END PROGRAM COBOLPYTHON21.

      *          e o cadastro de datas de admissao (admissoes.csv) e
      *          apura, no modo 'D', o 13o proporcional aos meses
      *          trabalhados no ano, pago nas duas parcelas legais,
      *          no modo 'F', as ferias com o terco constitucional
      *          dos funcionarios programados para sair na
      *          competencia (ferias-programacao.csv, mantida pelo
      *          COBOLPYTHON21), com o abono pecuniario, anotando os
      *          dias gozados e vendidos no razao de ferias,
      *          e, no modo 'R', a rescisao de um funcionario
      *          (saldo de salario, 13o e ferias proporcionais com
      *          o terco, e aviso previo indenizado), com o termo
           SELECT OPTIONAL DESLIGAMENTOS ASSIGN TO 'desligamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESLIGAMENTOS.
           SELECT OPTIONAL CONSIGNADOS ASSIGN TO 'consignados.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSIGNADOS.
           SELECT OPTIONAL PARCELAS ASSIGN TO 'consignado-parcelas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCELAS.
           SELECT OPTIONAL DEPENDENTES ASSIGN TO 'dependentes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENTES.
           SELECT OPTIONAL PROGRAMACAO
           ASSIGN TO 'ferias-programacao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PROGRAMACAO.
           SELECT OPTIONAL RAZAO-FERIAS ASSIGN TO 'ferias-razao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RAZAO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  DESLIGAMENTOS.
       01 REG-DESLIGAMENTO PIC X(20).
      *
       FD  CONSIGNADOS.
       01 REG-CONSIGNADO   PIC X(80).
      *
       FD  PARCELAS.
       01 REG-PARCELA      PIC X(100).
      *
       FD  DEPENDENTES.
       01 REG-DEPENDENTE   PIC X(60).
      *
       FD  PROGRAMACAO.
       01 REG-PROGRAMACAO  PIC X(40).
      *
       FD  RAZAO-FERIAS.
       01 REG-RAZAO-FERIAS PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
           05 FS-IMPOSTOS  PIC 9(02).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-DESLIGAMENTOS PIC 9(02).
           05 FS-CONSIGNADOS PIC 9(02).
           05 FS-PARCELAS  PIC 9(02).
           05 FS-DEPENDENTES PIC 9(02).
           05 FS-PROGRAMACAO PIC 9(02).
           05 FS-RAZAO     PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-ADMISSOES   PIC X(01) VALUE 'N'.
       01  CABECALHO       PIC X(01) VALUE 'N'.
       01  WS-DESC-INSS         PIC 9(05)V99 VALUE ZERO.
       01  WS-DESC-IRRF         PIC 9(05)V99 VALUE ZERO.
       01  WS-LIQUIDO           PIC 9(05)V99 VALUE ZERO.
       01  WS-FERIAS-GOZO       PIC 9(05)V99 VALUE ZERO.
       01  WS-ABONO-FERIAS      PIC 9(05)V99 VALUE ZERO.
       01  WS-TERCO-ABONO       PIC 9(05)V99 VALUE ZERO.
      *
      * Programacao de ferias (ferias-programacao.csv, mantida pelo
      * COBOLPYTHON21: 'ID,INICIO,DIAS,ABONO,DIAS-ABONO,AQUISITIVO,
      * SITUACAO'). No modo 'F' so entram as programacoes ainda
      * vigentes ('P') com saida na competencia em processamento -
      * uma por funcionario, que o COBOLPYTHON21 nao deixa programar
      * duas saidas no mesmo mes. A marca de uso aponta programacao
      * sem funcionario correspondente no extrato.
       01  WS-LINHA-PRG-LIDA   PIC X(40).
       01  WS-LINHA-PROGRAMACAO.
           05 WS-PRG-ID         PIC 9(05).
           05 WS-PRG-INICIO     PIC 9(08).
           05 WS-PRG-DIAS       PIC 9(02).
           05 WS-PRG-ABONO      PIC X(01).
           05 WS-PRG-DIAS-ABONO PIC 9(02).
           05 WS-PRG-AQUISITIVO PIC 9(08).
           05 WS-PRG-SITUACAO   PIC X(01).
       01  WS-TAB-PROGRAMACAO.
           05 WS-PRG-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-PRG.
               10 WS-PRG-TAB-ID         PIC 9(05).
               10 WS-PRG-TAB-INICIO     PIC 9(08).
               10 WS-PRG-TAB-DIAS       PIC 9(02).
               10 WS-PRG-TAB-DIAS-ABONO PIC 9(02).
               10 WS-PRG-TAB-AQUISITIVO PIC 9(08).
               10 WS-PRG-TAB-USADA      PIC X(01).
       01  WS-QTD-PROGRAMACOES PIC 9(03) VALUE ZERO.
       01  WS-PRG-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-PRG-PERIODO      PIC 9(06) VALUE ZERO.
       01  EOF-PROGRAMACAO     PIC X(01) VALUE 'N'.
       01  WS-DIAS-FERIAS-ED   PIC Z9.
      *
      * Movimento do razao de ferias ('AAAAMM,ID,TIPO,AQUISITIVO,
      * DIAS'), anexado a cada calculo: 'G' os dias gozados e 'A'
      * os vendidos em abono, contra o periodo aquisitivo da
      * programacao. Calculo refeito na mesma competencia grava a
      * mesma chave, e os leitores ficam com a ultima linha.
       01  WS-LINHA-RAZAO       PIC X(40).
      *
      * Faixas de INSS e IRRF carregadas de tabelas-impostos.csv
      * ('VIGENCIA,TIPO,TETO,ALIQUOTA,PARCELA', TIPO 'I' ou 'R' -
      * e 'D', a deducao por dependente na base do IRRF),
      * as MESMAS que a folha mensal carrega - e o que garante que
      * 13o/ferias e folha nunca mais retenham com tabelas
      * atualizadas fora de passo. Na carga seleciona-se, por tipo,
       01  EOF-IMPOSTOS        PIC X(01) VALUE 'N'.
       01  WS-VIG-INSS         PIC 9(06) VALUE ZERO.
       01  WS-VIG-IRRF         PIC 9(06) VALUE ZERO.
       01  WS-VIG-DEDUCAO      PIC 9(06) VALUE ZERO.
       01  WS-DEDUCAO-POR-DEP  PIC 9(05)V99 VALUE ZERO.
       01  WS-TAB-FAIXAS-INSS.
           05 WS-FXI-OCOR OCCURS 10 TIMES INDEXED BY WS-IDX-FXI.
               10 WS-FXI-TETO    PIC 9(07)V99.
       01  WS-ALIQ-FAIXA       PIC 9(02)V99 VALUE ZERO.
       01  WS-FAIXA-ACHADA     PIC 9(02) VALUE ZERO.
      *
      * Dependentes (dependentes.csv, mantido pelo COBOLPYTHON19)
      * que contam na deducao do IRRF na competencia em
      * processamento, por funcionario - a mesma regra de idade da
      * folha mensal. Salario-familia e verba so da folha mensal.
       01  WS-LINHA-DEP-LIDA      PIC X(60).
       01  WS-REG-DEPENDENTE.
           05 WS-DEP-ID           PIC 9(05).
           05 WS-DEP-SEQ          PIC 9(02).
           05 WS-DEP-NOME         PIC X(20).
           05 WS-DEP-NASCIMENTO   PIC 9(08).
           05 WS-DEP-PARENTESCO   PIC X(01).
           05 WS-DEP-IRRF         PIC X(01).
           05 WS-DEP-SF           PIC X(01).
       01  WS-TAB-DEP-FUNC.
           05 WS-DPF-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-DPF.
               10 WS-DPF-TAB-ID       PIC 9(05).
               10 WS-DPF-TAB-QTD-IRRF PIC 9(02).
       01  WS-QTD-DEP-FUNC        PIC 9(03) VALUE ZERO.
       01  WS-DPF-ACHADO          PIC 9(03) VALUE ZERO.
       01  EOF-DEPENDENTES        PIC X(01) VALUE 'N'.
       01  WS-IDADE-LIMITE-IRRF   PIC 9(02) VALUE 21.
       01  WS-DEP-NASC-PERIODO    PIC 9(06) VALUE ZERO.
       01  WS-DEP-LIMITE          PIC 9(06) VALUE ZERO.
       01  WS-DEP-CONTA-IRRF      PIC X(01) VALUE 'N'.
       01  WS-DEDUCAO-DEPENDENTES PIC 9(05)V99 VALUE ZERO.
       01  WS-BASE-IRRF-APURADA   PIC S9(06)V99 VALUE ZERO.
      *
      * Consulta ao controle de fechamento de competencias
      * (competencias.csv, diario somente-anexa mantido pelo
      * COBOLPYTHON13): a situacao vigente do AAAAMM em
       01  WS-LINHA-TERMO      PIC X(132).
       01  WS-LINHA-DESLIGAMENTO PIC X(20).
      *
      * Contratos de consignado do funcionario desligado
      * (consignados.csv, mantido pelo COBOLPYTHON18) com as
      * parcelas ja baixadas no razao consignado-parcelas.csv - uma
      * por competencia distinta. O saldo devedor dos contratos
      * ativos sai no termo para o acerto com o credor.
       01  WS-LINHA-CSG-LIDA   PIC X(100).
       01  WS-LINHA-CONSIGNADO.
           05 WS-CSG-ID        PIC 9(05).
           05 WS-CSG-CREDOR    PIC X(10).
           05 WS-CSG-CONTRATO  PIC X(12).
           05 WS-CSG-PARCELAS  PIC 9(03).
           05 WS-CSG-VALOR     PIC 9(05)V99.
           05 WS-CSG-INICIO    PIC 9(06).
           05 WS-CSG-SITUACAO  PIC X(01).
           05 WS-CSG-QUITACAO  PIC 9(06).
       01  WS-LINHA-PARCELA.
           05 WS-PRC-PERIODO   PIC X(06).
           05 WS-PRC-ID        PIC 9(05).
           05 WS-PRC-NOME      PIC X(20).
           05 WS-PRC-CREDOR    PIC X(10).
           05 WS-PRC-CONTRATO  PIC X(12).
       01  WS-TAB-CONSIGNADOS.
           05 WS-CSG-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-CSG.
               10 WS-CSG-TAB-CREDOR   PIC X(10).
               10 WS-CSG-TAB-CONTRATO PIC X(12).
               10 WS-CSG-TAB-PARCELAS PIC 9(03).
               10 WS-CSG-TAB-VALOR    PIC 9(05)V99.
               10 WS-CSG-TAB-SITUACAO PIC X(01).
               10 WS-CSG-TAB-PAGAS    PIC 9(03).
               10 WS-CSG-TAB-ULT-PER  PIC X(06).
       01  WS-QTD-CONSIGNADOS  PIC 9(03) VALUE ZERO.
       01  WS-CSG-ACHADO       PIC 9(03) VALUE ZERO.
       01  EOF-CONSIGNADOS     PIC X(01) VALUE 'N'.
       01  EOF-PARCELAS        PIC X(01) VALUE 'N'.
       01  WS-CSG-RESTANTES    PIC 9(03) VALUE ZERO.
       01  WS-CSG-SALDO        PIC 9(08)V99 VALUE ZERO.
       01  WS-CSG-RESTANTES-ED PIC ZZ9.
       01  WS-CSG-SALDO-ED     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-QTD-CSG-TERMO    PIC 9(03) VALUE ZERO.
      *
      * Campos do relatorio, no mesmo esquema de paginacao do
      * relatorio da folha mensal.
       01  WS-DATA-SISTEMA.
           INITIALIZE WS-TAB-ADMISSAO.
           PERFORM CARREGA-ADMISSOES.
           PERFORM CARREGA-TABELAS-IMPOSTOS.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM VERIFICA-COMPETENCIA.
           IF WS-PARM-MODO = 'F'
               PERFORM CARREGA-PROGRAMACAO
           END-IF.
           IF WS-PARM-MODO = 'R'
               PERFORM PROCESSA-RESCISAO
           ELSE
                               MOVE 'Y' TO EOF
                           ELSE
                               PERFORM UNSTRING-ARQUIVO
                               MOVE ZERO TO WS-PRG-ACHADO
                               IF WS-PARM-MODO = 'F'
                                   PERFORM BUSCA-PROGRAMACAO
                               END-IF
                               IF WS-PARM-MODO = 'D'
                                   OR WS-PRG-ACHADO > ZERO
                                   PERFORM CALCULA-VERBA
                                   PERFORM GRAVA-DETALHE
                               END-IF
                               IF WS-PRG-ACHADO > ZERO
                                   PERFORM GRAVA-GOZO-FERIAS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM GRAVA-TOTAIS
               PERFORM FECHA-ARQUIVO
               IF WS-PARM-MODO = 'F'
                   PERFORM VERIFICA-PROGRAMACAO-USADA
               END-IF
           END-IF.
           STOP RUN.
      * Recusa o calculo para competencia fechada pelo operador
      * descontos e o proporcional inteiro - a primeira parcela sai
      * sem retencao e o acerto de INSS/IRRF e todo na segunda,
      * como manda a regra das duas parcelas legais. Nas ferias a
      * base sao os dias programados (1/30 do salario por dia) mais
      * o terco constitucional; o abono pecuniario, com o seu
      * terco, e verba indenizatoria - entra no liquido, fora da
      * base de INSS/IRRF.
       CALCULA-VERBA.
           IF WS-PARM-MODO = 'D'
               PERFORM CALCULA-MESES-TRABALHADOS
                   - WS-PARCELA-1
               COMPUTE WS-LIQUIDO = WS-PARCELA-1 + WS-PARCELA-2
           ELSE
               COMPUTE WS-FERIAS-GOZO ROUNDED = WS-SALARIO
                   * WS-PRG-TAB-DIAS (WS-PRG-ACHADO) / 30
               COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-GOZO / 3
               COMPUTE WS-BASE-CALCULO =
                   WS-FERIAS-GOZO + WS-TERCO-FERIAS
               COMPUTE WS-ABONO-FERIAS ROUNDED = WS-SALARIO
                   * WS-PRG-TAB-DIAS-ABONO (WS-PRG-ACHADO) / 30
               COMPUTE WS-TERCO-ABONO ROUNDED = WS-ABONO-FERIAS / 3
               PERFORM CALCULA-DESCONTOS
               COMPUTE WS-LIQUIDO =
                   WS-BASE-CALCULO + WS-ABONO-FERIAS + WS-TERCO-ABONO
                   - WS-DESC-INSS - WS-DESC-IRRF
           END-IF.
      * Mesmas faixas de INSS e IRRF da folha mensal, carregadas da
      * mesma tabelas-impostos.csv que o COBOLPYTHON1, aplicadas
      * sobre a base de calculo da verba em apuracao. A deducao
      * por dependente sai da base do IRRF como na folha mensal;
      * base negativa trava em zero.
       CALCULA-DESCONTOS.
           MOVE WS-BASE-CALCULO TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-INSS.
           MOVE WS-DESC-FAIXA TO WS-DESC-INSS.
           MOVE ZERO TO WS-DEDUCAO-DEPENDENTES.
           MOVE WS-ID TO WS-DEP-ID.
           PERFORM BUSCA-DEP-FUNC.
           IF WS-DPF-ACHADO > ZERO
               COMPUTE WS-DEDUCAO-DEPENDENTES =
                   WS-DPF-TAB-QTD-IRRF (WS-DPF-ACHADO)
                   * WS-DEDUCAO-POR-DEP
           END-IF.
           COMPUTE WS-BASE-IRRF-APURADA = WS-BASE-CALCULO
               - WS-DESC-INSS - WS-DEDUCAO-DEPENDENTES.
           IF WS-BASE-IRRF-APURADA < ZERO
               MOVE ZERO TO WS-BASE-IRRF
           ELSE
               MOVE WS-BASE-IRRF-APURADA TO WS-BASE-IRRF
           END-IF.
           MOVE WS-BASE-IRRF TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-IRRF.
           MOVE WS-DESC-FAIXA TO WS-DESC-IRRF.
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-IRRF
                   END-IF
                   IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'D'
                       AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           > WS-VIG-DEDUCAO
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-DEDUCAO
                   END-IF
               END-IF
           END-PERFORM.
      * Monta as faixas da vigencia selecionada, na ordem do
                   MOVE WS-IMP-TAB-PARCELA (WS-IDX-IMP)
                       TO WS-FXR-PARCELA (WS-QTD-FAIXAS-IRRF)
               END-IF
               IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'D'
                   AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                       = WS-VIG-DEDUCAO
                   AND WS-VIG-DEDUCAO > ZERO
                   MOVE WS-IMP-TAB-PARCELA (WS-IDX-IMP)
                       TO WS-DEDUCAO-POR-DEP
               END-IF
           END-PERFORM.
      * Carrega os dependentes e conta, por funcionario, os que
      * deduzem do IRRF na competencia. A ausencia do arquivo e so
      * um calculo sem deducao.
       CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES = 00 OR FS-DEPENDENTES = 05
               PERFORM UNTIL EOF-DEPENDENTES = 'Y'
                   READ DEPENDENTES INTO WS-LINHA-DEP-LIDA
                       AT END
                           MOVE 'Y' TO EOF-DEPENDENTES
                       NOT AT END
                           PERFORM ACUMULA-DEPENDENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPENDENTES.
      * Conta no IRRF o dependente com a marca ligada, a partir do
      * mes de nascimento e, para filho, antes do mes em que
      * completa a idade limite.
       ACUMULA-DEPENDENTE.
           MOVE SPACES TO WS-DEP-PARENTESCO.
           MOVE SPACES TO WS-DEP-IRRF.
           UNSTRING WS-LINHA-DEP-LIDA
               DELIMITED BY ','
               INTO
                   WS-DEP-ID,
                   WS-DEP-SEQ,
                   WS-DEP-NOME,
                   WS-DEP-NASCIMENTO,
                   WS-DEP-PARENTESCO,
                   WS-DEP-IRRF,
                   WS-DEP-SF
           END-UNSTRING.
           MOVE 'N' TO WS-DEP-CONTA-IRRF.
           DIVIDE WS-DEP-NASCIMENTO BY 100
               GIVING WS-DEP-NASC-PERIODO.
           IF WS-DEP-NASC-PERIODO NOT > WS-PERIODO-PROCESSO
               AND WS-DEP-IRRF = 'S'
               MOVE 'S' TO WS-DEP-CONTA-IRRF
               IF WS-DEP-PARENTESCO = 'F'
                   COMPUTE WS-DEP-LIMITE = WS-DEP-NASC-PERIODO
                       + (WS-IDADE-LIMITE-IRRF * 100)
                   IF WS-DEP-LIMITE NOT > WS-PERIODO-PROCESSO
                       MOVE 'N' TO WS-DEP-CONTA-IRRF
                   END-IF
               END-IF
           END-IF.
           IF WS-DEP-CONTA-IRRF = 'S'
               PERFORM BUSCA-DEP-FUNC
               IF WS-DPF-ACHADO = ZERO
                   IF WS-QTD-DEP-FUNC NOT < 200
                       DISPLAY 'TABELA DE DEPENDENTES CHEIA (200) - '
                           'LINHA IGNORADA: ' WS-LINHA-DEP-LIDA
                   ELSE
                       ADD 1 TO WS-QTD-DEP-FUNC
                       MOVE WS-QTD-DEP-FUNC TO WS-DPF-ACHADO
                       MOVE WS-DEP-ID TO WS-DPF-TAB-ID (WS-DPF-ACHADO)
                       MOVE ZERO TO WS-DPF-TAB-QTD-IRRF (WS-DPF-ACHADO)
                   END-IF
               END-IF
               IF WS-DPF-ACHADO > ZERO
                   ADD 1 TO WS-DPF-TAB-QTD-IRRF (WS-DPF-ACHADO)
               END-IF
           END-IF.
      * Localiza WS-DEP-ID na tabela de dependentes por funcionario,
      * com o indice em WS-DPF-ACHADO (zero quando nao tem).
       BUSCA-DEP-FUNC.
           MOVE ZERO TO WS-DPF-ACHADO.
           PERFORM VARYING WS-IDX-DPF FROM 1 BY 1
               UNTIL WS-IDX-DPF > WS-QTD-DEP-FUNC
               IF WS-DPF-TAB-ID (WS-IDX-DPF) = WS-DEP-ID
                   SET WS-DPF-ACHADO TO WS-IDX-DPF
               END-IF
           END-PERFORM.
      * Aplica a base em WS-BASE-FAIXA sobre as faixas de INSS
      * vigentes: acha a primeira faixa cujo teto comporta a base e
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CALCULA-RESCISAO
               PERFORM CARREGA-CONSIGNADOS
               PERFORM GRAVA-TERMO-RESCISAO
               PERFORM GRAVA-DESLIGAMENTO
               DISPLAY 'TERMO DE RESCISAO EMITIDO PARA O ID: '
               WS-VALOR-ED-7
               DELIMITED BY SIZE INTO WS-LINHA-TERMO.
           WRITE REG-RELATORIO FROM WS-LINHA-TERMO.
           MOVE ZERO TO WS-QTD-CSG-TERMO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-SITUACAO (WS-IDX-CSG) = 'A'
                   AND WS-CSG-TAB-PAGAS (WS-IDX-CSG)
                       < WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
                   PERFORM GRAVA-SALDO-CONSIGNADO
               END-IF
           END-PERFORM.
           IF WS-QTD-CSG-TERMO > ZERO
               MOVE SPACES TO WS-LINHA-TERMO
               STRING '  SALDO DE CONSIGNADO A ACERTAR DIRETAMENTE '
                   'COM O CREDOR'
                   DELIMITED BY SIZE INTO WS-LINHA-TERMO
               WRITE REG-RELATORIO FROM WS-LINHA-TERMO
           END-IF.
           MOVE SPACES TO WS-LINHA-TERMO.
           STRING 'ASSINATURA: '
               '________________________________________'
           WRITE REG-RELATORIO FROM WS-LINHA-TERMO.
           MOVE SPACES TO WS-LINHA-TERMO.
           WRITE REG-RELATORIO FROM WS-LINHA-TERMO.
       GRAVA-SALDO-CONSIGNADO.
           IF WS-QTD-CSG-TERMO = ZERO
               MOVE 'CONSIGNADO EM ABERTO' TO WS-LINHA-TERMO
               WRITE REG-RELATORIO FROM WS-LINHA-TERMO
           END-IF.
           ADD 1 TO WS-QTD-CSG-TERMO.
           COMPUTE WS-CSG-RESTANTES =
               WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
               - WS-CSG-TAB-PAGAS (WS-IDX-CSG).
           COMPUTE WS-CSG-SALDO =
               WS-CSG-RESTANTES * WS-CSG-TAB-VALOR (WS-IDX-CSG).
           MOVE WS-CSG-RESTANTES TO WS-CSG-RESTANTES-ED.
           MOVE WS-CSG-SALDO TO WS-CSG-SALDO-ED.
           INSPECT WS-CSG-SALDO-ED REPLACING ALL '.' BY ';'.
           INSPECT WS-CSG-SALDO-ED REPLACING ALL ',' BY '.'.
           INSPECT WS-CSG-SALDO-ED REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-TERMO.
           STRING '  SALDO CONSIGNADO ' WS-CSG-TAB-CREDOR (WS-IDX-CSG)
               ' ' WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
               ' (' WS-CSG-RESTANTES-ED ' PARC) R$ ' WS-CSG-SALDO-ED
               DELIMITED BY SIZE INTO WS-LINHA-TERMO.
           WRITE REG-RELATORIO FROM WS-LINHA-TERMO.
      * Carrega os contratos de consignado do funcionario desligado
      * e conta as parcelas ja baixadas no razao. A ausencia de
      * qualquer dos dois arquivos e so um termo sem consignado.
       CARREGA-CONSIGNADOS.
           OPEN INPUT CONSIGNADOS.
           IF FS-CONSIGNADOS = 00 OR FS-CONSIGNADOS = 05
               PERFORM UNTIL EOF-CONSIGNADOS = 'Y'
                   READ CONSIGNADOS INTO WS-LINHA-CSG-LIDA
                       AT END
                           MOVE 'Y' TO EOF-CONSIGNADOS
                       NOT AT END
                           PERFORM ACUMULA-CONSIGNADO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONSIGNADOS.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS = 00 OR FS-PARCELAS = 05
               PERFORM UNTIL EOF-PARCELAS = 'Y'
                   READ PARCELAS INTO WS-LINHA-CSG-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PARCELAS
                       NOT AT END
                           PERFORM ACUMULA-PARCELA-PAGA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARCELAS.
       ACUMULA-CONSIGNADO.
           MOVE SPACE TO WS-CSG-SITUACAO.
           UNSTRING WS-LINHA-CSG-LIDA
               DELIMITED BY ','
               INTO
                   WS-CSG-ID,
                   WS-CSG-CREDOR,
                   WS-CSG-CONTRATO,
                   WS-CSG-PARCELAS,
                   WS-CSG-VALOR,
                   WS-CSG-INICIO,
                   WS-CSG-SITUACAO,
                   WS-CSG-QUITACAO
           END-UNSTRING.
           IF WS-CSG-ID = WS-ID-RESCISAO
               IF WS-QTD-CONSIGNADOS NOT < 100
                   DISPLAY 'TABELA DE CONSIGNADOS CHEIA (100) - '
                       'LINHA IGNORADA: ' WS-LINHA-CSG-LIDA
               ELSE
                   ADD 1 TO WS-QTD-CONSIGNADOS
                   SET WS-IDX-CSG TO WS-QTD-CONSIGNADOS
                   MOVE WS-CSG-CREDOR TO WS-CSG-TAB-CREDOR (WS-IDX-CSG)
                   MOVE WS-CSG-CONTRATO
                       TO WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                   MOVE WS-CSG-PARCELAS
                       TO WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
                   MOVE WS-CSG-VALOR TO WS-CSG-TAB-VALOR (WS-IDX-CSG)
                   MOVE WS-CSG-SITUACAO
                       TO WS-CSG-TAB-SITUACAO (WS-IDX-CSG)
                   MOVE ZERO TO WS-CSG-TAB-PAGAS (WS-IDX-CSG)
                   MOVE SPACES TO WS-CSG-TAB-ULT-PER (WS-IDX-CSG)
               END-IF
           END-IF.
       ACUMULA-PARCELA-PAGA.
           UNSTRING WS-LINHA-CSG-LIDA
               DELIMITED BY ','
               INTO
                   WS-PRC-PERIODO,
                   WS-PRC-ID,
                   WS-PRC-NOME,
                   WS-PRC-CREDOR,
                   WS-PRC-CONTRATO
           END-UNSTRING.
           MOVE ZERO TO WS-CSG-ACHADO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-CREDOR (WS-IDX-CSG) = WS-PRC-CREDOR
                   AND WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                       = WS-PRC-CONTRATO
                   SET WS-CSG-ACHADO TO WS-IDX-CSG
               END-IF
           END-PERFORM.
           IF WS-CSG-ACHADO > ZERO
               AND WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
                   NOT = WS-PRC-PERIODO
               ADD 1 TO WS-CSG-TAB-PAGAS (WS-CSG-ACHADO)
               MOVE WS-PRC-PERIODO TO WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
           END-IF.
      * Anota o desligamento em desligamentos.csv ('ID,AAAAMMDD'),
      * em EXTEND - e por essa anotacao que o sucessor
      * (COBOLPYTHON2) deixa o funcionario fora do proximo extrato
           OPEN EXTEND DESLIGAMENTOS.
           WRITE REG-DESLIGAMENTO FROM WS-LINHA-DESLIGAMENTO.
           CLOSE DESLIGAMENTOS.
      * Carrega as programacoes vigentes com saida na competencia
      * em processamento. A ausencia do arquivo e so uma
      * competencia sem ferias a calcular.
       CARREGA-PROGRAMACAO.
           OPEN INPUT PROGRAMACAO.
           IF FS-PROGRAMACAO = 00 OR FS-PROGRAMACAO = 05
               PERFORM UNTIL EOF-PROGRAMACAO = 'Y'
                   READ PROGRAMACAO INTO WS-LINHA-PRG-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PROGRAMACAO
                       NOT AT END
                           PERFORM ACUMULA-PROGRAMACAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROGRAMACAO.
       ACUMULA-PROGRAMACAO.
           MOVE SPACE TO WS-PRG-SITUACAO.
           UNSTRING WS-LINHA-PRG-LIDA
               DELIMITED BY ','
               INTO
                   WS-PRG-ID,
                   WS-PRG-INICIO,
                   WS-PRG-DIAS,
                   WS-PRG-ABONO,
                   WS-PRG-DIAS-ABONO,
                   WS-PRG-AQUISITIVO,
                   WS-PRG-SITUACAO
           END-UNSTRING.
           DIVIDE WS-PRG-INICIO BY 100 GIVING WS-PRG-PERIODO.
           IF WS-PRG-SITUACAO = 'P'
               AND WS-PRG-PERIODO = WS-PERIODO-PROCESSO
               IF WS-QTD-PROGRAMACOES NOT < 100
                   DISPLAY 'TABELA DE PROGRAMACAO CHEIA (100) - LINHA '
                       'IGNORADA: ' WS-LINHA-PRG-LIDA
               ELSE
                   ADD 1 TO WS-QTD-PROGRAMACOES
                   SET WS-IDX-PRG TO WS-QTD-PROGRAMACOES
                   MOVE WS-PRG-ID TO WS-PRG-TAB-ID (WS-IDX-PRG)
                   MOVE WS-PRG-INICIO TO WS-PRG-TAB-INICIO (WS-IDX-PRG)
                   MOVE WS-PRG-DIAS TO WS-PRG-TAB-DIAS (WS-IDX-PRG)
                   MOVE WS-PRG-DIAS-ABONO
                       TO WS-PRG-TAB-DIAS-ABONO (WS-IDX-PRG)
                   MOVE WS-PRG-AQUISITIVO
                       TO WS-PRG-TAB-AQUISITIVO (WS-IDX-PRG)
                   MOVE 'N' TO WS-PRG-TAB-USADA (WS-IDX-PRG)
               END-IF
           END-IF.
      * Localiza a programacao do funcionario corrente, deixando o
      * indice em WS-PRG-ACHADO (zero quando ele nao sai de ferias
      * na competencia).
       BUSCA-PROGRAMACAO.
           MOVE ZERO TO WS-PRG-ACHADO.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               IF WS-PRG-TAB-ID (WS-IDX-PRG) = WS-ID
                   SET WS-PRG-ACHADO TO WS-IDX-PRG
               END-IF
           END-PERFORM.
      * Anota no razao de ferias os dias gozados e, havendo abono,
      * os dias vendidos, em EXTEND.
       GRAVA-GOZO-FERIAS.
           MOVE 'S' TO WS-PRG-TAB-USADA (WS-PRG-ACHADO).
           OPEN EXTEND RAZAO-FERIAS.
           MOVE SPACES TO WS-LINHA-RAZAO.
           STRING WS-PERIODO-PROCESSO ',' WS-ID ',G,'
               WS-PRG-TAB-AQUISITIVO (WS-PRG-ACHADO) ','
               WS-PRG-TAB-DIAS (WS-PRG-ACHADO)
               DELIMITED BY SIZE INTO WS-LINHA-RAZAO.
           WRITE REG-RAZAO-FERIAS FROM WS-LINHA-RAZAO.
           IF WS-PRG-TAB-DIAS-ABONO (WS-PRG-ACHADO) > ZERO
               MOVE SPACES TO WS-LINHA-RAZAO
               STRING WS-PERIODO-PROCESSO ',' WS-ID ',A,'
                   WS-PRG-TAB-AQUISITIVO (WS-PRG-ACHADO) ','
                   WS-PRG-TAB-DIAS-ABONO (WS-PRG-ACHADO)
                   DELIMITED BY SIZE INTO WS-LINHA-RAZAO
               WRITE REG-RAZAO-FERIAS FROM WS-LINHA-RAZAO
           END-IF.
           CLOSE RAZAO-FERIAS.
      * Programacao da competencia cujo funcionario nao veio no
      * extrato fica sem calculo - aviso ao operador.
       VERIFICA-PROGRAMACAO-USADA.
           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
               UNTIL WS-IDX-PRG > WS-QTD-PROGRAMACOES
               IF WS-PRG-TAB-USADA (WS-IDX-PRG) = 'N'
                   DISPLAY 'PROGRAMACAO DE FERIAS SEM FUNCIONARIO NO '
                       'EXTRATO - ID: ' WS-PRG-TAB-ID (WS-IDX-PRG)
                       ' SAIDA: ' WS-PRG-TAB-INICIO (WS-IDX-PRG)
               END-IF
           END-PERFORM.
       GRAVA-DETALHE.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           ADD 1 TO WS-TOTAL-FUNCIONARIOS.
           ADD WS-BASE-CALCULO TO WS-TOTAL-BRUTO.
           IF WS-PARM-MODO = 'F'
               ADD WS-ABONO-FERIAS WS-TERCO-ABONO TO WS-TOTAL-BRUTO
           END-IF.
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.
       GRAVA-DETALHE-DECIMO.
           MOVE WS-MESES-TRABALHADOS TO WS-MESES-EDITADO.
               ' 2A PARC R$ ' WS-VALOR-ED-5
               DELIMITED BY SIZE INTO WS-LINHA-DETALHE.
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE.
      * O abono sai numa coluna so, ja com o seu terco.
       GRAVA-DETALHE-FERIAS.
           MOVE WS-PRG-TAB-DIAS (WS-PRG-ACHADO) TO WS-DIAS-FERIAS-ED.
           MOVE WS-FERIAS-GOZO TO WS-VALOR-ED-1.
           MOVE WS-TERCO-FERIAS TO WS-VALOR-ED-2.
           MOVE WS-DESC-INSS TO WS-VALOR-ED-3.
           MOVE WS-DESC-IRRF TO WS-VALOR-ED-4.
           MOVE WS-LIQUIDO TO WS-VALOR-ED-5.
           PERFORM AJUSTA-DECIMAL-DETALHE.
           COMPUTE WS-VALOR-ED-6 = WS-ABONO-FERIAS + WS-TERCO-ABONO.
           INSPECT WS-VALOR-ED-6 REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-ED-6 REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-ED-6 REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-DETALHE.
           STRING WS-ID ' ' WS-NOME
               ' DIAS ' WS-DIAS-FERIAS-ED
               ' FERIAS R$ ' WS-VALOR-ED-1
               ' 1/3 R$ ' WS-VALOR-ED-2
               ' ABONO R$ ' WS-VALOR-ED-6
               ' INSS R$ ' WS-VALOR-ED-3
               ' IRRF R$ ' WS-VALOR-ED-4
               ' LIQUIDO R$ ' WS-VALOR-ED-5
                   '      2A PARCELA'
                   DELIMITED BY SIZE INTO WS-LINHA-CABECALHO
           ELSE
               STRING 'ID  NOME                  DIAS  FERIAS     1/3'
                   '       ABONO     INSS      IRRF      LIQUIDO'
                   DELIMITED BY SIZE INTO WS-LINHA-CABECALHO
           END-IF.
           WRITE REG-RELATORIO FROM WS-LINHA-CABECALHO.

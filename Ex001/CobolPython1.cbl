           SELECT OPTIONAL HISTORICO ASSIGN TO 'historico.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORICO.
           SELECT OPTIONAL CONSIGNADOS ASSIGN TO 'consignados.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSIGNADOS.
           SELECT OPTIONAL PARCELAS ASSIGN TO 'consignado-parcelas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCELAS.
           SELECT OPTIONAL RETENCOES-PENSAO
           ASSIGN TO 'pensao-retencoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCOES.
           SELECT OPTIONAL DEPENDENTES ASSIGN TO 'dependentes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENTES.
           SELECT OPTIONAL LOG-PROCESSAMENTO
           ASSIGN TO 'processamento.log'
           ORGANIZATION IS LINE SEQUENTIAL
      *
       FD  HISTORICO.
       01 REG-HISTORICO    PIC X(80).
      *
       FD  CONSIGNADOS.
       01 REG-CONSIGNADO   PIC X(80).
      *
       FD  PARCELAS.
       01 REG-PARCELA      PIC X(100).
      *
       FD  RETENCOES-PENSAO.
       01 REG-RETENCAO-PENSAO PIC X(80).
      *
       FD  DEPENDENTES.
       01 REG-DEPENDENTE   PIC X(60).
      *
       FD  LOG-PROCESSAMENTO.
       01 REG-LOG-PROC     PIC X(120).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-CONTRACHEQUES PIC 9(02).
           05 FS-HISTORICO PIC 9(02).
           05 FS-CONSIGNADOS PIC 9(02).
           05 FS-PARCELAS  PIC 9(02).
           05 FS-RETENCOES PIC 9(02).
           05 FS-DEPENDENTES PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01 CABECALHO        PIC X(01) VALUE 'N'.
      * processado, sempre em OPEN EXTEND - cada fechamento anexa o
      * seu periodo e nenhuma execucao apaga os anteriores. E desse
      * arquivo que sai o informe de rendimentos anual (COBOLPYTHON5)
      * e o que o Fiscal pede em janeiro. O adiantamento quinzenal
      * (COBOLPYTHON16) e a complementar de dissidio (COBOLPYTHON17)
      * anexam ao mesmo arquivo linhas com 'A' ou 'C' num oitavo
      * campo, que os leitores separam da folha mensal.
       01  WS-LINHA-HISTORICO     PIC X(80).
      *
      * Resumo padronizado de fim de job no log compartilhado de
       01  WS-HIST-IRRF-ED        PIC 9(05).99.
       01  WS-HIST-LIQ-ED         PIC 9(05).99.
      *
      * Adiantamentos quinzenais da competencia, lidos do proprio
      * historico antes de abri-lo em EXTEND: sao as linhas do
      * periodo com 'A' no oitavo campo, gravadas pelo COBOLPYTHON16
      * so para quem teve o credito na remessa. O valor e descontado
      * no fechamento depois dos descontos legais - nao reduz a base
      * do INSS nem a do IRRF, que incidem sobre o salario do mes
      * inteiro. O flag de uso aponta adiantamento pago a quem nao
      * esta no extrato do fechamento.
       01  WS-LINHA-HIST-LIDA.
           05 WS-HLD-PERIODO      PIC X(06).
           05 WS-HLD-ID           PIC 9(05).
           05 WS-HLD-NOME         PIC X(20).
           05 WS-HLD-BRUTO        PIC 9(05)V99.
           05 WS-HLD-INSS         PIC 9(05)V99.
           05 WS-HLD-IRRF         PIC 9(05)V99.
           05 WS-HLD-LIQ          PIC 9(05)V99.
           05 WS-HLD-TIPO         PIC X(01).
       01  WS-TAB-ADIANTAMENTO.
           05 WS-ADT-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-ADT.
               10 WS-ADT-TAB-ID    PIC 9(05).
               10 WS-ADT-TAB-VALOR PIC 9(05)V99.
               10 WS-ADT-TAB-USADO PIC X(01).
       01  WS-QTD-ADIANTAMENTOS   PIC 9(03) VALUE ZERO.
       01  WS-ADT-ACHADO          PIC 9(03) VALUE ZERO.
       01  WS-ADT-ID-BUSCA        PIC 9(05) VALUE ZERO.
       01  EOF-HISTORICO          PIC X(01) VALUE 'N'.
       01  WS-VALOR-ADIANTAMENTO  PIC 9(05)V99 VALUE ZERO.
       01  WS-ADT-EXCEDENTE       PIC 9(05)V99 VALUE ZERO.
       01  WS-ADT-EDITADO         PIC ZZ,ZZ9.99.
       01  WS-ADT-EXC-EDITADO     PIC ZZ,ZZ9.99.
      *
      * Contratos de emprestimo consignado (consignados.csv, mantido
      * pelo COBOLPYTHON18): 'ID,CREDOR,CONTRATO,PARCELAS,VALOR,
      * AAAAMM-INICIO,SITUACAO,AAAAMM-QUITACAO'. As parcelas ja
      * pagas vem do razao consignado-parcelas.csv, contando uma
      * por competencia anterior a de processamento - rodada
      * refeita da mesma competencia (reabertura ou reinicio) nao
      * avanca o contrato. Descontado e parcela guardam o que foi
      * apurado para o funcionario em calculo; retido marca parcela
      * que nao coube na margem consignavel e fica para o mes
      * seguinte, sem baixa no razao.
       01  WS-LINHA-CONSIGNADO.
           05 WS-CSG-ID           PIC 9(05).
           05 WS-CSG-CREDOR       PIC X(10).
           05 WS-CSG-CONTRATO     PIC X(12).
           05 WS-CSG-PARCELAS     PIC 9(03).
           05 WS-CSG-VALOR        PIC 9(05)V99.
           05 WS-CSG-INICIO       PIC 9(06).
           05 WS-CSG-SITUACAO     PIC X(01).
           05 WS-CSG-QUITACAO     PIC 9(06).
       01  WS-TAB-CONSIGNADOS.
           05 WS-CSG-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-CSG.
               10 WS-CSG-TAB-ID         PIC 9(05).
               10 WS-CSG-TAB-CREDOR     PIC X(10).
               10 WS-CSG-TAB-CONTRATO   PIC X(12).
               10 WS-CSG-TAB-PARCELAS   PIC 9(03).
               10 WS-CSG-TAB-VALOR      PIC 9(05)V99.
               10 WS-CSG-TAB-INICIO     PIC 9(06).
               10 WS-CSG-TAB-SITUACAO   PIC X(01).
               10 WS-CSG-TAB-PAGAS      PIC 9(03).
               10 WS-CSG-TAB-ULT-PER    PIC 9(06).
               10 WS-CSG-TAB-DESCONTADO PIC 9(05)V99.
               10 WS-CSG-TAB-PARCELA    PIC 9(03).
               10 WS-CSG-TAB-RETIDO     PIC X(01).
               10 WS-CSG-TAB-USADO      PIC X(01).
       01  WS-QTD-CONSIGNADOS     PIC 9(03) VALUE ZERO.
       01  WS-CSG-ACHADO          PIC 9(03) VALUE ZERO.
       01  EOF-CONSIGNADOS        PIC X(01) VALUE 'N'.
       01  EOF-PARCELAS           PIC X(01) VALUE 'N'.
       01  WS-LINHA-CSG-LIDA      PIC X(100).
       01  WS-LINHA-PARCELA.
           05 WS-PRC-PERIODO      PIC 9(06).
           05 WS-PRC-ID           PIC 9(05).
           05 WS-PRC-NOME         PIC X(20).
           05 WS-PRC-CREDOR       PIC X(10).
           05 WS-PRC-CONTRATO     PIC X(12).
           05 WS-PRC-PARCELA      PIC 9(03).
           05 WS-PRC-TOTAL        PIC 9(03).
           05 WS-PRC-VALOR        PIC 9(05)V99.
       01  WS-PRC-VALOR-ED        PIC 9(05).99.
      *
      * Razao de retencoes de pensao alimenticia
      * (pensao-retencoes.csv, 'AAAAMM,ID,NOME,VERBA,BASE,VALOR'),
      * anexado pela folha oficial com cada verba 400-499 apurada -
      * BASE e o bruto do mes sobre o qual a verba incidiu. E dele
      * que a remessa (COBOLPYTHON6) tira o credito de cada
      * beneficiario e o COBOLPYTHON20 o extrato judicial.
       01  WS-LINHA-RETENCAO      PIC X(80).
       01  WS-RET-BASE-ED         PIC 9(05).99.
       01  WS-RET-VALOR-ED        PIC 9(05).99.
      *
      * Margem consignavel: 35% da remuneracao liquida dos descontos
      * obrigatorios (bruto e vencimentos fixos menos INSS, IRRF e
      * pensao alimenticia). As parcelas entram na ordem do cadastro
      * enquanto couberem inteiras na margem.
       01  WS-PERC-MARGEM-CSG     PIC 9(02)V99 VALUE 35.00.
       01  WS-MARGEM-CONSIGNAVEL  PIC S9(06)V99 VALUE ZERO.
       01  WS-VALOR-CONSIGNADO    PIC 9(05)V99 VALUE ZERO.
       01  WS-CSG-EDITADO         PIC ZZ,ZZ9.99.
       01  WS-CSG-MARGEM-EDITADA  PIC ZZ,ZZ9.99.
      *
      * Dependentes (dependentes.csv, mantido pelo COBOLPYTHON19):
      * 'ID,SEQ,NOME,AAAAMMDD-NASCIMENTO,PARENTESCO,IRRF,SF'. Na
      * carga cada dependente e avaliado para a competencia em
      * processamento e a tabela guarda, por funcionario, quantos
      * contam na deducao do IRRF e quantos dao direito a cota de
      * salario-familia. O dependente deixa de contar no proprio mes
      * em que atinge a idade limite (filho no IRRF aos 21 anos, no
      * salario-familia aos 14) - a mesma regra do COBOLPYTHON19.
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
               10 WS-DPF-TAB-QTD-SF   PIC 9(02).
       01  WS-QTD-DEP-FUNC        PIC 9(03) VALUE ZERO.
       01  WS-DPF-ACHADO          PIC 9(03) VALUE ZERO.
       01  EOF-DEPENDENTES        PIC X(01) VALUE 'N'.
       01  WS-IDADE-LIMITE-IRRF   PIC 9(02) VALUE 21.
       01  WS-IDADE-LIMITE-SF     PIC 9(02) VALUE 14.
       01  WS-DEP-NASC-PERIODO    PIC 9(06) VALUE ZERO.
       01  WS-DEP-LIMITE          PIC 9(06) VALUE ZERO.
       01  WS-DEP-CONTA-IRRF      PIC X(01) VALUE 'N'.
       01  WS-DEP-CONTA-SF        PIC X(01) VALUE 'N'.
      *
      * Apuracao do funcionario em calculo: deducao por dependente
      * na base do IRRF e salario-familia (cota por filho, para
      * remuneracao ate o teto da vigencia) - este ultimo e verba
      * nao tributavel, fora das bases de INSS, IRRF e margem
      * consignavel, somado direto ao liquido.
       01  WS-QTD-DEP-IRRF        PIC 9(02) VALUE ZERO.
       01  WS-QTD-DEP-SF          PIC 9(02) VALUE ZERO.
       01  WS-DEDUCAO-DEPENDENTES PIC 9(05)V99 VALUE ZERO.
       01  WS-VALOR-SAL-FAMILIA   PIC 9(05)V99 VALUE ZERO.
       01  WS-BASE-IRRF-APURADA   PIC S9(06)V99 VALUE ZERO.
       01  WS-SF-EDITADO          PIC ZZ,ZZ9.99.
       01  WS-QTD-DEP-SF-ED       PIC Z9.
      *
      * Tabela de apontamentos de ponto por funcionario, carregada de
      * ponto.csv (WS-ID,HORAS-EXTRAS,DIAS-FALTA), no mesmo molde da
      * tabela de taxas do COBOLPYTHON2. O flag de uso marca quem ja
      *
      * Faixas de INSS e IRRF carregadas de tabelas-impostos.csv
      * ('VIGENCIA,TIPO,TETO,ALIQUOTA,PARCELA', com TIPO 'I' para
      * INSS e 'R' para IRRF - 'D' traz na PARCELA a deducao por
      * dependente no IRRF e 'F' o teto de remuneracao e a cota do
      * salario-familia, datados do mesmo jeito; sem vigencia
      * desses dois tipos a deducao e a cota ficam em zero), em
      * lugar das tabelas que eram
      * fixadas no codigo aqui e no COBOLPYTHON10 - e eram
      * atualizadas fora de passo a cada janeiro. Na carga
      * seleciona-se, por tipo, a MAIOR vigencia nao posterior ao
       01  EOF-IMPOSTOS        PIC X(01) VALUE 'N'.
       01  WS-VIG-INSS         PIC 9(06) VALUE ZERO.
       01  WS-VIG-IRRF         PIC 9(06) VALUE ZERO.
       01  WS-VIG-DEDUCAO      PIC 9(06) VALUE ZERO.
       01  WS-VIG-SAL-FAMILIA  PIC 9(06) VALUE ZERO.
       01  WS-DEDUCAO-POR-DEP  PIC 9(05)V99 VALUE ZERO.
       01  WS-SF-TETO          PIC 9(07)V99 VALUE ZERO.
       01  WS-SF-COTA          PIC 9(05)V99 VALUE ZERO.
       01  WS-TAB-FAIXAS-INSS.
           05 WS-FXI-OCOR OCCURS 10 TIMES INDEXED BY WS-IDX-FXI.
               10 WS-FXI-TETO    PIC 9(07)V99.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-PROCESSO.
           PERFORM VERIFICA-REINICIO.
           PERFORM VERIFICA-COMPETENCIA.
           PERFORM CARREGA-ADIANTAMENTOS.
           PERFORM CARREGA-CONSIGNADOS.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM ABRE-ARQUIVO.
           PERFORM CARREGA-PONTO.
           PERFORM CARREGA-VERBAS.
                               IF WS-REGISTRO-VALIDO = 'S'
                                   PERFORM APLICA-PONTO
                                   PERFORM CALCULA-DESCONTOS
                                   PERFORM CONFERE-CONSIGNADO
                                   PERFORM CONFERE-ADIANTAMENTO
                                   PERFORM MOSTRA-REGISTRO
                                   IF WS-MODO-PREVIA NOT = 'S'
                                       PERFORM EMITE-CONTRACHEQUE
                                       PERFORM GRAVA-HISTORICO
                                       PERFORM GRAVA-PARCELAS-CONSIGNADO
                                       PERFORM GRAVA-RETENCOES-PENSAO
                                   END-IF
                               END-IF
                               IF WS-MODO-PREVIA NOT = 'S'
           END-PERFORM.
           PERFORM VERIFICA-PONTO-SEM-CADASTRO.
           PERFORM VERIFICA-VERBA-SEM-CADASTRO.
           PERFORM VERIFICA-ADIANTAMENTO-SEM-CADASTRO.
           PERFORM VERIFICA-CONSIGNADO-SEM-CADASTRO.
           PERFORM VERIFICA-DEPTO-SEM-TD.
           PERFORM GRAVA-SUBTOTAIS-DEPTO.
           PERFORM GRAVA-TOTAIS-RELATORIO.
               PERFORM GRAVA-MARCA-PREVIA-EXCECOES
           ELSE
               OPEN EXTEND HISTORICO
               OPEN EXTEND PARCELAS
               OPEN EXTEND RETENCOES-PENSAO
           END-IF.
           OPEN INPUT ARQUIVO.
           IF FS-ARQUIVO NOT < 30
               'GRAVADO NO HISTORICO ***'
               DELIMITED BY SIZE INTO WS-LINHA-EXCECAO.
           WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO.
      * Le o historico em INPUT, antes de ABRE-ARQUIVO abri-lo em
      * EXTEND, e guarda os adiantamentos ('A') da competencia em
      * processamento. A ausencia do historico nao e erro - e so
      * uma competencia sem adiantamento. Linha repetida do mesmo
      * funcionario prevalece a ultima, como nos demais leitores.
       CARREGA-ADIANTAMENTOS.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00 OR FS-HISTORICO = 05
               PERFORM UNTIL EOF-HISTORICO = 'Y'
                   READ HISTORICO INTO WS-LINHA-HISTORICO
                       AT END
                           MOVE 'Y' TO EOF-HISTORICO
                       NOT AT END
                           PERFORM ACUMULA-ADIANTAMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORICO.
       ACUMULA-ADIANTAMENTO.
           MOVE SPACE TO WS-HLD-TIPO.
           UNSTRING WS-LINHA-HISTORICO
               DELIMITED BY ','
               INTO
                   WS-HLD-PERIODO,
                   WS-HLD-ID,
                   WS-HLD-NOME,
                   WS-HLD-BRUTO,
                   WS-HLD-INSS,
                   WS-HLD-IRRF,
                   WS-HLD-LIQ,
                   WS-HLD-TIPO
           END-UNSTRING.
           IF WS-HLD-TIPO = 'A'
               AND WS-HLD-PERIODO = WS-PERIODO-PROCESSO
               MOVE WS-HLD-ID TO WS-ADT-ID-BUSCA
               PERFORM BUSCA-ADIANTAMENTO
               IF WS-ADT-ACHADO = ZERO
                   IF WS-QTD-ADIANTAMENTOS NOT < 100
                       DISPLAY 'TABELA DE ADIANTAMENTOS CHEIA (100) - '
                           'LINHA IGNORADA - ID: ' WS-HLD-ID
                   ELSE
                       ADD 1 TO WS-QTD-ADIANTAMENTOS
                       MOVE WS-QTD-ADIANTAMENTOS TO WS-ADT-ACHADO
                       MOVE WS-HLD-ID TO WS-ADT-TAB-ID (WS-ADT-ACHADO)
                       MOVE 'N' TO WS-ADT-TAB-USADO (WS-ADT-ACHADO)
                   END-IF
               END-IF
               IF WS-ADT-ACHADO > ZERO
                   MOVE WS-HLD-BRUTO TO WS-ADT-TAB-VALOR (WS-ADT-ACHADO)
               END-IF
           END-IF.
      * Localiza WS-ADT-ID-BUSCA na tabela de adiantamentos, com o
      * indice em WS-ADT-ACHADO (zero quando nao houve adiantamento).
       BUSCA-ADIANTAMENTO.
           MOVE ZERO TO WS-ADT-ACHADO.
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
               UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               IF WS-ADT-TAB-ID (WS-IDX-ADT) = WS-ADT-ID-BUSCA
                   SET WS-ADT-ACHADO TO WS-IDX-ADT
               END-IF
           END-PERFORM.
      * Adiantamento maior que o liquido do mes (faltas, verbas
      * de desconto ou consignado consumiram o salario) deixa o
      * liquido travado em zero e um saldo a recuperar - vai para
      * o arquivo de excecoes para o DP acertar com o funcionario.
       CONFERE-ADIANTAMENTO.
           IF WS-ADT-EXCEDENTE > ZERO
               MOVE WS-VALOR-ADIANTAMENTO TO WS-ADT-EDITADO
               MOVE WS-ADT-EXCEDENTE TO WS-ADT-EXC-EDITADO
               MOVE SPACES TO WS-LINHA-EXCECAO
               STRING 'ADIANTAMENTO MAIOR QUE O LIQUIDO DO MES - ID: '
                   WS-ID ' ADIANTADO: ' WS-ADT-EDITADO
                   ' A RECUPERAR: ' WS-ADT-EXC-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
               WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
               ADD 1 TO WS-CONTADOR-EXCECOES
           END-IF.
      * Adiantamento pago a WS-ID que nao esta no extrato do
      * fechamento nunca e descontado - vai para as excecoes no fim
      * do lote, como o ponto e as verbas orfaos.
       VERIFICA-ADIANTAMENTO-SEM-CADASTRO.
           PERFORM VARYING WS-IDX-ADT FROM 1 BY 1
               UNTIL WS-IDX-ADT > WS-QTD-ADIANTAMENTOS
               IF WS-ADT-TAB-USADO (WS-IDX-ADT) = 'N'
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'ADIANTAMENTO SEM CADASTRO EM SALARIOS - '
                       'ID: ' WS-ADT-TAB-ID (WS-IDX-ADT)
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                   WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
                   ADD 1 TO WS-CONTADOR-EXCECOES
               END-IF
           END-PERFORM.
      * Carrega os contratos de consignado e, em seguida, o razao de
      * parcelas - lido em INPUT antes de ABRE-ARQUIVO abri-lo em
      * EXTEND, como o historico. A ausencia de qualquer dos dois
      * nao e erro - e so uma folha sem consignado.
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
           IF WS-QTD-CONSIGNADOS NOT < 100
               DISPLAY 'TABELA DE CONSIGNADOS CHEIA (100) - LINHA '
                   'IGNORADA: ' WS-LINHA-CSG-LIDA
           ELSE
               MOVE SPACE TO WS-CSG-SITUACAO
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
               END-UNSTRING
               ADD 1 TO WS-QTD-CONSIGNADOS
               SET WS-IDX-CSG TO WS-QTD-CONSIGNADOS
               MOVE WS-CSG-ID TO WS-CSG-TAB-ID (WS-IDX-CSG)
               MOVE WS-CSG-CREDOR TO WS-CSG-TAB-CREDOR (WS-IDX-CSG)
               MOVE WS-CSG-CONTRATO TO WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
               MOVE WS-CSG-PARCELAS TO WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
               MOVE WS-CSG-VALOR TO WS-CSG-TAB-VALOR (WS-IDX-CSG)
               MOVE WS-CSG-INICIO TO WS-CSG-TAB-INICIO (WS-IDX-CSG)
               MOVE WS-CSG-SITUACAO TO WS-CSG-TAB-SITUACAO (WS-IDX-CSG)
               MOVE ZERO TO WS-CSG-TAB-PAGAS (WS-IDX-CSG)
               MOVE ZERO TO WS-CSG-TAB-ULT-PER (WS-IDX-CSG)
               MOVE ZERO TO WS-CSG-TAB-DESCONTADO (WS-IDX-CSG)
               MOVE ZERO TO WS-CSG-TAB-PARCELA (WS-IDX-CSG)
               MOVE 'N' TO WS-CSG-TAB-RETIDO (WS-IDX-CSG)
               MOVE 'N' TO WS-CSG-TAB-USADO (WS-IDX-CSG)
           END-IF.
       ACUMULA-PARCELA-PAGA.
           UNSTRING WS-LINHA-CSG-LIDA
               DELIMITED BY ','
               INTO
                   WS-PRC-PERIODO,
                   WS-PRC-ID,
                   WS-PRC-NOME,
                   WS-PRC-CREDOR,
                   WS-PRC-CONTRATO,
                   WS-PRC-PARCELA,
                   WS-PRC-TOTAL,
                   WS-PRC-VALOR
           END-UNSTRING.
           IF WS-PRC-PERIODO < WS-PERIODO-PROCESSO
               PERFORM BUSCA-CONSIGNADO
               IF WS-CSG-ACHADO > ZERO
                   AND WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
                       NOT = WS-PRC-PERIODO
                   ADD 1 TO WS-CSG-TAB-PAGAS (WS-CSG-ACHADO)
                   MOVE WS-PRC-PERIODO
                       TO WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
               END-IF
           END-IF.
      * Localiza o contrato WS-PRC-CREDOR/WS-PRC-CONTRATO, com o
      * indice em WS-CSG-ACHADO (zero quando nao esta cadastrado).
       BUSCA-CONSIGNADO.
           MOVE ZERO TO WS-CSG-ACHADO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-CREDOR (WS-IDX-CSG) = WS-PRC-CREDOR
                   AND WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                       = WS-PRC-CONTRATO
                   SET WS-CSG-ACHADO TO WS-IDX-CSG
               END-IF
           END-PERFORM.
      * Parcelas de consignado do funcionario em calculo, na ordem
      * do cadastro: contrato ativo, ja iniciado e com parcela em
      * aberto desconta a proxima parcela se ela couber inteira no
      * que resta da margem consignavel; senao fica retida e vai
      * para as excecoes em CONFERE-CONSIGNADO. O flag de uso e
      * marcado tambem na fase de pulo de um reinicio.
       APURA-CONSIGNADO.
           MOVE ZERO TO WS-VALOR-CONSIGNADO.
           COMPUTE WS-MARGEM-CONSIGNAVEL ROUNDED =
               (WS-SALARIO-BRUTO + WS-VRB-VENCIMENTOS - WS-DESC-INSS
               - WS-DESC-IRRF - WS-VRB-PENSAO)
               * WS-PERC-MARGEM-CSG / 100.
           IF WS-MARGEM-CONSIGNAVEL < ZERO
               MOVE ZERO TO WS-MARGEM-CONSIGNAVEL
           END-IF.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-ID (WS-IDX-CSG) = WS-ID
                   MOVE ZERO TO WS-CSG-TAB-DESCONTADO (WS-IDX-CSG)
                   MOVE 'N' TO WS-CSG-TAB-RETIDO (WS-IDX-CSG)
                   MOVE 'S' TO WS-CSG-TAB-USADO (WS-IDX-CSG)
                   IF WS-CSG-TAB-SITUACAO (WS-IDX-CSG) = 'A'
                       AND WS-CSG-TAB-INICIO (WS-IDX-CSG)
                           NOT > WS-PERIODO-PROCESSO
                       AND WS-CSG-TAB-PAGAS (WS-IDX-CSG)
                           < WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
                       PERFORM APLICA-PARCELA-CONSIGNADO
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-VALOR-CONSIGNADO TO WS-TOTAL-DESCONTOS.
       APLICA-PARCELA-CONSIGNADO.
           IF WS-VALOR-CONSIGNADO + WS-CSG-TAB-VALOR (WS-IDX-CSG)
               > WS-MARGEM-CONSIGNAVEL
               MOVE 'S' TO WS-CSG-TAB-RETIDO (WS-IDX-CSG)
           ELSE
               MOVE WS-CSG-TAB-VALOR (WS-IDX-CSG)
                   TO WS-CSG-TAB-DESCONTADO (WS-IDX-CSG)
               COMPUTE WS-CSG-TAB-PARCELA (WS-IDX-CSG) =
                   WS-CSG-TAB-PAGAS (WS-IDX-CSG) + 1
               ADD WS-CSG-TAB-VALOR (WS-IDX-CSG)
                   TO WS-VALOR-CONSIGNADO
           END-IF.
      * Parcela que nao coube na margem do mes nao e descontada nem
      * baixada - vai para o arquivo de excecoes para o DP avisar o
      * funcionario e o credor.
       CONFERE-CONSIGNADO.
           MOVE WS-MARGEM-CONSIGNAVEL TO WS-CSG-MARGEM-EDITADA.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-ID (WS-IDX-CSG) = WS-ID
                   AND WS-CSG-TAB-RETIDO (WS-IDX-CSG) = 'S'
                   MOVE WS-CSG-TAB-VALOR (WS-IDX-CSG)
                       TO WS-CSG-EDITADO
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'CONSIGNADO RETIDO POR MARGEM (35%) - ID: '
                       WS-ID ' CREDOR: '
                       WS-CSG-TAB-CREDOR (WS-IDX-CSG)
                       ' CONTRATO: ' WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                       ' PARCELA: ' WS-CSG-EDITADO
                       ' MARGEM: ' WS-CSG-MARGEM-EDITADA
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                   WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
                   ADD 1 TO WS-CONTADOR-EXCECOES
               END-IF
           END-PERFORM.
      * Contrato ativo com parcela em aberto de WS-ID que nao esta
      * no extrato do fechamento nao teve parcela descontada - vai
      * para as excecoes no fim do lote, como o adiantamento orfao.
       VERIFICA-CONSIGNADO-SEM-CADASTRO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-USADO (WS-IDX-CSG) = 'N'
                   AND WS-CSG-TAB-SITUACAO (WS-IDX-CSG) = 'A'
                   AND WS-CSG-TAB-INICIO (WS-IDX-CSG)
                       NOT > WS-PERIODO-PROCESSO
                   AND WS-CSG-TAB-PAGAS (WS-IDX-CSG)
                       < WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
                   MOVE SPACES TO WS-LINHA-EXCECAO
                   STRING 'CONSIGNADO SEM CADASTRO EM SALARIOS - '
                       'ID: ' WS-CSG-TAB-ID (WS-IDX-CSG)
                       ' CREDOR: ' WS-CSG-TAB-CREDOR (WS-IDX-CSG)
                       ' CONTRATO: ' WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                       DELIMITED BY SIZE INTO WS-LINHA-EXCECAO
                   WRITE REG-EXCECAO FROM WS-LINHA-EXCECAO
                   ADD 1 TO WS-CONTADOR-EXCECOES
               END-IF
           END-PERFORM.
      * Carrega os dependentes e acumula, por funcionario, os que
      * contam na competencia em processamento. A ausencia do
      * arquivo nao e erro - a folha roda sem deducao nem cota.
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
       ACUMULA-DEPENDENTE.
           MOVE SPACES TO WS-DEP-PARENTESCO.
           MOVE SPACES TO WS-DEP-IRRF.
           MOVE SPACES TO WS-DEP-SF.
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
           PERFORM APURA-ELEGIBILIDADE.
           IF WS-DEP-CONTA-IRRF = 'S' OR WS-DEP-CONTA-SF = 'S'
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
                       MOVE ZERO TO WS-DPF-TAB-QTD-SF (WS-DPF-ACHADO)
                   END-IF
               END-IF
               IF WS-DPF-ACHADO > ZERO
                   IF WS-DEP-CONTA-IRRF = 'S'
                       ADD 1 TO WS-DPF-TAB-QTD-IRRF (WS-DPF-ACHADO)
                   END-IF
                   IF WS-DEP-CONTA-SF = 'S'
                       ADD 1 TO WS-DPF-TAB-QTD-SF (WS-DPF-ACHADO)
                   END-IF
               END-IF
           END-IF.
      * Localiza WS-DEP-ID na tabela de dependentes por funcionario,
      * com o indice em WS-DPF-ACHADO (zero quando nao tem
      * dependente que conte na competencia).
       BUSCA-DEP-FUNC.
           MOVE ZERO TO WS-DPF-ACHADO.
           PERFORM VARYING WS-IDX-DPF FROM 1 BY 1
               UNTIL WS-IDX-DPF > WS-QTD-DEP-FUNC
               IF WS-DPF-TAB-ID (WS-IDX-DPF) = WS-DEP-ID
                   SET WS-DPF-ACHADO TO WS-IDX-DPF
               END-IF
           END-PERFORM.
      * Situacao do dependente lido na competencia em processamento:
      * conta no IRRF com a marca ligada, a partir do mes de
      * nascimento e, para filho, antes do mes em que completa a
      * idade limite; no salario-familia so filho com a marca
      * ligada e antes do mes em que completa 14 anos.
       APURA-ELEGIBILIDADE.
           MOVE 'N' TO WS-DEP-CONTA-IRRF.
           MOVE 'N' TO WS-DEP-CONTA-SF.
           DIVIDE WS-DEP-NASCIMENTO BY 100
               GIVING WS-DEP-NASC-PERIODO.
           IF WS-DEP-NASC-PERIODO NOT > WS-PERIODO-PROCESSO
               IF WS-DEP-IRRF = 'S'
                   MOVE 'S' TO WS-DEP-CONTA-IRRF
                   IF WS-DEP-PARENTESCO = 'F'
                       COMPUTE WS-DEP-LIMITE = WS-DEP-NASC-PERIODO
                           + (WS-IDADE-LIMITE-IRRF * 100)
                       IF WS-DEP-LIMITE NOT > WS-PERIODO-PROCESSO
                           MOVE 'N' TO WS-DEP-CONTA-IRRF
                       END-IF
                   END-IF
               END-IF
               IF WS-DEP-SF = 'S' AND WS-DEP-PARENTESCO = 'F'
                   COMPUTE WS-DEP-LIMITE = WS-DEP-NASC-PERIODO
                       + (WS-IDADE-LIMITE-SF * 100)
                   IF WS-DEP-LIMITE > WS-PERIODO-PROCESSO
                       MOVE 'S' TO WS-DEP-CONTA-SF
                   END-IF
               END-IF
           END-IF.
      * Carrega a tabela de apontamentos de ponto.csv, no mesmo
      * molde de CARREGA-TAXAS do COBOLPYTHON2. A ausencia do
      * arquivo nao e erro - um mes sem apontamentos roda como
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-IRRF
                   END-IF
                   IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'D'
                       AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           > WS-VIG-DEDUCAO
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-DEDUCAO
                   END-IF
                   IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'F'
                       AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           > WS-VIG-SAL-FAMILIA
                       MOVE WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                           TO WS-VIG-SAL-FAMILIA
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
               IF WS-IMP-TAB-TIPO (WS-IDX-IMP) = 'F'
                   AND WS-IMP-TAB-VIGENCIA (WS-IDX-IMP)
                       = WS-VIG-SAL-FAMILIA
                   AND WS-VIG-SAL-FAMILIA > ZERO
                   MOVE WS-IMP-TAB-TETO (WS-IDX-IMP) TO WS-SF-TETO
                   MOVE WS-IMP-TAB-PARCELA (WS-IDX-IMP) TO WS-SF-COTA
               END-IF
           END-PERFORM.
      * Aplica a base em WS-BASE-FAIXA sobre as faixas de INSS
      * vigentes: acha a primeira faixa cujo teto comporta a base e
           MOVE WS-ALIQ-FAIXA TO WS-ALIQ-INSS.
      * A pensao alimenticia e apurada antes do IRRF porque deduz a
      * base de calculo dele - a ordem aqui e regra legal, nao
      * detalhe de implementacao. A deducao por dependente sai da
      * base do mesmo jeito. Base negativa trava em zero.
           PERFORM CALCULA-VERBAS-FUNCIONARIO.
           PERFORM APURA-DEPENDENTES.
           COMPUTE WS-BASE-IRRF-APURADA ROUNDED =
               WS-SALARIO-BRUTO - WS-DESC-INSS - WS-VRB-PENSAO
               - WS-DEDUCAO-DEPENDENTES.
           IF WS-BASE-IRRF-APURADA < ZERO
               MOVE ZERO TO WS-BASE-IRRF
           ELSE
               MOVE WS-BASE-IRRF-APURADA TO WS-BASE-IRRF
           END-IF.
           MOVE WS-BASE-IRRF TO WS-BASE-FAIXA.
           PERFORM APLICA-FAIXA-IRRF.
           MOVE WS-DESC-FAIXA TO WS-DESC-IRRF.
      * o historico e para a remessa bancaria.
           COMPUTE WS-TOTAL-DESCONTOS = WS-DESC-INSS + WS-DESC-IRRF
               + WS-VRB-PENSAO + WS-VRB-DESCONTOS.
      * As parcelas de consignado entram depois dos descontos legais
      * e das verbas, limitadas a margem consignavel.
           PERFORM APURA-CONSIGNADO.
      * O adiantamento quinzenal ja pago na competencia e o ultimo
      * desconto: o que passar do liquido apurado ate aqui fica
      * como excedente para CONFERE-ADIANTAMENTO.
           PERFORM APURA-ADIANTAMENTO.
           COMPUTE WS-LIQUIDO-APURADO =
               WS-SALARIO-BRUTO + WS-VRB-VENCIMENTOS
               + WS-VALOR-SAL-FAMILIA - WS-TOTAL-DESCONTOS.
           MOVE ZERO TO WS-ADT-EXCEDENTE.
           IF WS-LIQUIDO-APURADO < WS-VALOR-ADIANTAMENTO
               COMPUTE WS-ADT-EXCEDENTE =
                   WS-VALOR-ADIANTAMENTO - WS-LIQUIDO-APURADO
               IF WS-ADT-EXCEDENTE > WS-VALOR-ADIANTAMENTO
                   MOVE WS-VALOR-ADIANTAMENTO TO WS-ADT-EXCEDENTE
               END-IF
           END-IF.
           ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-DESCONTOS.
           SUBTRACT WS-VALOR-ADIANTAMENTO FROM WS-LIQUIDO-APURADO.
           IF WS-LIQUIDO-APURADO < ZERO
               MOVE ZERO TO WS-SALARIO-LIQUIDO
           ELSE
               MOVE WS-LIQUIDO-APURADO TO WS-SALARIO-LIQUIDO
           END-IF.
      * Dependentes do funcionario em calculo: deducao do IRRF pela
      * vigencia 'D' e salario-familia pela vigencia 'F', este so
      * para remuneracao (bruto e vencimentos fixos) ate o teto.
       APURA-DEPENDENTES.
           MOVE ZERO TO WS-QTD-DEP-IRRF.
           MOVE ZERO TO WS-QTD-DEP-SF.
           MOVE ZERO TO WS-VALOR-SAL-FAMILIA.
           MOVE WS-ID TO WS-DEP-ID.
           PERFORM BUSCA-DEP-FUNC.
           IF WS-DPF-ACHADO > ZERO
               MOVE WS-DPF-TAB-QTD-IRRF (WS-DPF-ACHADO)
                   TO WS-QTD-DEP-IRRF
               MOVE WS-DPF-TAB-QTD-SF (WS-DPF-ACHADO)
                   TO WS-QTD-DEP-SF
           END-IF.
           COMPUTE WS-DEDUCAO-DEPENDENTES =
               WS-QTD-DEP-IRRF * WS-DEDUCAO-POR-DEP.
           IF WS-QTD-DEP-SF > ZERO
               AND WS-SALARIO-BRUTO + WS-VRB-VENCIMENTOS
                   NOT > WS-SF-TETO
               COMPUTE WS-VALOR-SAL-FAMILIA =
                   WS-QTD-DEP-SF * WS-SF-COTA
           END-IF.
      * Adiantamento da competencia do funcionario em calculo; o
      * flag de uso e marcado tambem na fase de pulo de um reinicio,
      * como no ponto e nas verbas.
       APURA-ADIANTAMENTO.
           MOVE ZERO TO WS-VALOR-ADIANTAMENTO.
           MOVE WS-ID TO WS-ADT-ID-BUSCA.
           PERFORM BUSCA-ADIANTAMENTO.
           IF WS-ADT-ACHADO > ZERO
               MOVE WS-ADT-TAB-VALOR (WS-ADT-ACHADO)
                   TO WS-VALOR-ADIANTAMENTO
               MOVE 'S' TO WS-ADT-TAB-USADO (WS-ADT-ACHADO)
           END-IF.
      * O 'TR' deixou de encerrar a leitura: depois dele ainda vem
      * os registros 'TD' de contagem por departamento, e o fim do
      * lote passa a ser o proprio fim do arquivo. Registros de
           INSPECT WS-SAL-BASE-EDITADO REPLACING ALL ';' BY ','.
           COMPUTE WS-CC-TOTAL-BRUTO =
               WS-SALARIO + WS-VALOR-HORAS-EXTRAS
               + WS-VRB-VENCIMENTOS + WS-VALOR-SAL-FAMILIA.
           MOVE WS-CC-TOTAL-BRUTO TO WS-CC-BRUTO-EDITADO.
           INSPECT WS-CC-BRUTO-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-CC-BRUTO-EDITADO REPLACING ALL ',' BY '.'.
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE.
           MOVE 'E' TO WS-CC-FILTRO-TIPO.
           PERFORM GRAVA-VERBAS-CONTRACHEQUE.
           IF WS-VALOR-SAL-FAMILIA > ZERO
               MOVE WS-VALOR-SAL-FAMILIA TO WS-SF-EDITADO
               INSPECT WS-SF-EDITADO REPLACING ALL '.' BY ';'
               INSPECT WS-SF-EDITADO REPLACING ALL ',' BY '.'
               INSPECT WS-SF-EDITADO REPLACING ALL ';' BY ','
               MOVE WS-QTD-DEP-SF TO WS-QTD-DEP-SF-ED
               MOVE SPACES TO WS-LINHA-CONTRACHEQUE
               STRING '  SALARIO-FAMILIA (' WS-QTD-DEP-SF-ED
                   ' COTAS)   R$ ' WS-SF-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE
           END-IF.
           MOVE SPACES TO WS-LINHA-CONTRACHEQUE.
           STRING '  TOTAL BRUTO                  R$ '
               WS-CC-BRUTO-EDITADO
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE.
           MOVE 'D' TO WS-CC-FILTRO-TIPO.
           PERFORM GRAVA-VERBAS-CONTRACHEQUE.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-ID (WS-IDX-CSG) = WS-ID
                   AND WS-CSG-TAB-DESCONTADO (WS-IDX-CSG) > ZERO
                   PERFORM GRAVA-LINHA-CONSIGNADO-CC
               END-IF
           END-PERFORM.
           IF WS-VALOR-ADIANTAMENTO > ZERO
               MOVE WS-VALOR-ADIANTAMENTO TO WS-ADT-EDITADO
               INSPECT WS-ADT-EDITADO REPLACING ALL '.' BY ';'
               INSPECT WS-ADT-EDITADO REPLACING ALL ',' BY '.'
               INSPECT WS-ADT-EDITADO REPLACING ALL ';' BY ','
               MOVE SPACES TO WS-LINHA-CONTRACHEQUE
               STRING '  ADIANTAMENTO QUINZENAL       R$ '
                   WS-ADT-EDITADO
                   DELIMITED BY SIZE INTO WS-LINHA-CONTRACHEQUE
               WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE
           END-IF.
           MOVE SPACES TO WS-LINHA-CONTRACHEQUE.
           STRING '  TOTAL DE DESCONTOS           R$ '
               WS-CC-DESC-EDITADO
               '         R$ ' WS-VRB-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE.
      * Parcela de consignado descontada no mes, com o numero da
      * parcela sobre o total do contrato.
       GRAVA-LINHA-CONSIGNADO-CC.
           MOVE WS-CSG-TAB-DESCONTADO (WS-IDX-CSG) TO WS-CSG-EDITADO.
           INSPECT WS-CSG-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-CSG-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-CSG-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-CONTRACHEQUE.
           STRING '  CONSIG. ' WS-CSG-TAB-CREDOR (WS-IDX-CSG) ' '
               WS-CSG-TAB-PARCELA (WS-IDX-CSG) '/'
               WS-CSG-TAB-PARCELAS (WS-IDX-CSG) '   R$ '
               WS-CSG-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-CONTRACHEQUE.
           WRITE REG-CONTRACHEQUE FROM WS-LINHA-CONTRACHEQUE.
      * Anexa ao razao de consignado as parcelas descontadas deste
      * funcionario, junto com o historico e antes do checkpoint -
      * pelo mesmo motivo, num reinicio os funcionarios pulados nao
      * regravam parcela. Previa nao chega aqui, entao nunca baixa
      * parcela.
       GRAVA-PARCELAS-CONSIGNADO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-ID (WS-IDX-CSG) = WS-ID
                   AND WS-CSG-TAB-DESCONTADO (WS-IDX-CSG) > ZERO
                   MOVE WS-CSG-TAB-DESCONTADO (WS-IDX-CSG)
                       TO WS-PRC-VALOR-ED
                   MOVE SPACES TO WS-LINHA-CSG-LIDA
                   STRING WS-PERIODO-PROCESSO ',' WS-ID ',' WS-NOME ','
                       WS-CSG-TAB-CREDOR (WS-IDX-CSG) ','
                       WS-CSG-TAB-CONTRATO (WS-IDX-CSG) ','
                       WS-CSG-TAB-PARCELA (WS-IDX-CSG) ','
                       WS-CSG-TAB-PARCELAS (WS-IDX-CSG) ','
                       WS-PRC-VALOR-ED
                       DELIMITED BY SIZE INTO WS-LINHA-CSG-LIDA
                   WRITE REG-PARCELA FROM WS-LINHA-CSG-LIDA
               END-IF
           END-PERFORM.
      * Anexa ao razao de pensao as verbas 400-499 apuradas deste
      * funcionario, no mesmo ponto e pela mesma razao das parcelas
      * de consignado - previa e fase de pulo nunca gravam retencao.
       GRAVA-RETENCOES-PENSAO.
           PERFORM VARYING WS-IDX-VERBA FROM 1 BY 1
               UNTIL WS-IDX-VERBA > WS-QTD-VERBAS
               IF WS-VRB-TAB-ID (WS-IDX-VERBA) = WS-ID
                   AND WS-VRB-TAB-CODIGO (WS-IDX-VERBA) NOT < 400
                   AND WS-VRB-TAB-CODIGO (WS-IDX-VERBA) NOT > 499
                   AND WS-VRB-TAB-APURADO (WS-IDX-VERBA) > ZERO
                   MOVE WS-SALARIO-BRUTO TO WS-RET-BASE-ED
                   MOVE WS-VRB-TAB-APURADO (WS-IDX-VERBA)
                       TO WS-RET-VALOR-ED
                   MOVE SPACES TO WS-LINHA-RETENCAO
                   STRING WS-PERIODO-PROCESSO ',' WS-ID ',' WS-NOME ','
                       WS-VRB-TAB-CODIGO (WS-IDX-VERBA) ','
                       WS-RET-BASE-ED ',' WS-RET-VALOR-ED
                       DELIMITED BY SIZE INTO WS-LINHA-RETENCAO
                   WRITE REG-RETENCAO-PENSAO FROM WS-LINHA-RETENCAO
               END-IF
           END-PERFORM.
      * Anexa ao historico de folha o registro do periodo deste
      * funcionario. Gravado junto com a linha do relatorio e o
      * contracheque, antes de GRAVA-CHECKPOINT - num reinicio os
           IF WS-MODO-PREVIA NOT = 'S'
               CLOSE CONTRACHEQUES
               CLOSE HISTORICO
               CLOSE PARCELAS
               CLOSE RETENCOES-PENSAO
           END-IF.
           CLOSE LOG-ERRO.
       END PROGRAM COBOLPYTHON1.

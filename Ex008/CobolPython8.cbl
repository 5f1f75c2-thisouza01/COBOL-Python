      * Date:
      * Purpose: Relatorio de status da cadeia batch do dia - le o
      *          log compartilhado de processamento gravado pelos
      *          programas da cadeia (verificacao de integridade
      *          COBOLPYTHON23 e COBOLPYTHON1 a COBOLPYTHON4),
      *          mostra o resumo de cada passo executado e aponta
      *          passo esperado ausente ou encerrado com RETURN-CODE
      *          diferente de zero. E a primeira leitura das 6h
      * Passos esperados da cadeia, na ordem de execucao da
      * madrugada. Para cada um guarda o ULTIMO resumo do dia - e a
      * ultima tentativa que diz se o passo terminou bem.
      * A verificacao de integridade (COBOLPYTHON23) abre a cadeia:
      * RC 08 nela e cadeia retida antes da folha.
       01  WS-PASSOS-TXT.
           05 FILLER PIC X(14) VALUE 'COBOLPYTHON23'.
           05 FILLER PIC X(14) VALUE 'COBOLPYTHON1'.
           05 FILLER PIC X(14) VALUE 'COBOLPYTHON2'.
           05 FILLER PIC X(14) VALUE 'COBOLPYTHON3'.
           05 FILLER PIC X(14) VALUE 'COBOLPYTHON4'.
       01  WS-PASSOS-TAB REDEFINES WS-PASSOS-TXT.
           05 WS-PASSO-NOME PIC X(14) OCCURS 5 TIMES.
       01  WS-TAB-STATUS.
           05 WS-PASSO-OCOR OCCURS 5 TIMES.
               10 WS-PASSO-VISTO    PIC X(01).
               10 WS-PASSO-HORA     PIC X(08).
               10 WS-PASSO-LIDOS    PIC X(06).
           END-UNSTRING.
           IF WS-LOG-DATA = WS-DATA-FILTRO
               PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 5
                   IF WS-PASSO-NOME (WS-IDX-PASSO) = WS-LOG-PROGRAMA
                       MOVE 'S' TO WS-PASSO-VISTO (WS-IDX-PASSO)
                       MOVE WS-LOG-HORA
           WRITE REG-STATUS FROM WS-LINHA-STATUS.
           DISPLAY WS-LINHA-STATUS(1:50).
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
               UNTIL WS-IDX-PASSO > 5
               PERFORM GRAVA-LINHA-PASSO
           END-PERFORM.
           IF WS-PREVIA-VISTA = 'S'

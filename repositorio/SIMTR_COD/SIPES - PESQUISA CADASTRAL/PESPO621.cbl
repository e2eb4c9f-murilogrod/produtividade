      *                   DISTRIBUICAO DE IDADE DOS REAPROVEITAMEN-    *
      *                   TOS, PARA CALIBRAR AS JANELAS DO CACHEPAR    *
      *                   COM NUMEROS EM VEZ DE PALPITE.               *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (AAAAMM01 DO MES DO PARAMETRO)    *
      *                   RECUSA A EXECUCAO COM RETURN-CODE 12. NO FIM *
      *                   REGISTRA A SITUACAO FINAL                    *
      *                   (9800-ENCERRAR-CADEIA), CONCLUIDO SE A       *
      *                   INICIALIZACAO CHEGOU A PROCESSAMENTO-OK E    *
      *                   FALHOU SE NAO.                               *
      *  2026-10-15  MRS  TARIFA COM PERIODO DE VIGENCIA (PESPO660): O *
      *                   VALOR ECONOMIZADO PASSOU A SOMAR, PARA CADA  *
      *                   REAPROVEITAMENTO DO CACHE, A TARIFA VIGENTE  *
      *                   NA DATA DE ACESSO DO DOSSIE                  *
      *                   (2220-PRECIFICAR-ECONOMIA), EM VEZ DE        *
      *                   QUANTIDADE X TARIFA ATUAL. REAPROVEITAMENTO  *
      *                   SEM TARIFA VIGENTE SAI CONTADO NO RELATORIO. *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-TARIFAS ASSIGN TO TARIFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WK-FS-TARIFAS.

           SELECT ARQ-CACHEPAR ASSIGN TO CACHEPAR
           05 SD-QT-HH-SICOW          PIC 9(003).
           05 SD-QT-HH-SCR            PIC 9(003).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT MANTIDO POR PESPO660: UM REGISTRO POR BURO E   *
      *    PERIODO DE VIGENCIA (FIM "99999999" = SEM DATA PARA         *
      *    TERMINAR).                                                  *
      *----------------------------------------------------------------*
       FD  ARQ-TARIFAS
           RECORDING MODE IS F.
       01  REG-TARIFA.
           05 TAR-CHAVE.
              07 TAR-CO-BURO          PIC X(006).
              07 TAR-DT-INI-VIGENCIA  PIC X(008).
           05 TAR-DT-FIM-VIGENCIA     PIC X(008).
           05 TAR-VL-UNITARIO         PIC 9(005)V99.
           05 TAR-DT-ALTERACAO        PIC X(008).
           05 TAR-HR-ALTERACAO        PIC X(006).
       77  WK-SW-FIM-SIPDET           PIC X(001) VALUE "N".
           88 FIM-SIPDET                         VALUE "S".
           88 NAO-FIM-SIPDET                     VALUE "N".
       77  WK-SW-FIM-TARIFAS          PIC X(001) VALUE "N".
           88 FIM-TARIFAS                        VALUE "S".
           88 NAO-FIM-TARIFAS                    VALUE "N".
       77  WK-SW-FIM-CACHEPAR         PIC X(001) VALUE "N".
           88 FIM-CACHEPAR                       VALUE "S".
           88 NAO-FIM-CACHEPAR                   VALUE "N".
       77  WK-MS-ACUM                 PIC 9(005) VALUE ZERO.
       77  WK-TP-ACUM                 PIC X(001) VALUE SPACE.
       77  WK-HH-ACUM                 PIC 9(003) VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".

      *----------------------------------------------------------------*
      *    APURACAO POR BURO: CONSULTAS FATURADAS, SERVIDAS DO CACHE,  *
      *    DISTRIBUICAO DE IDADE DO REAPROVEITAMENTO (FAIXAS EM        *
      *    HORAS), VALOR ECONOMIZADO (CADA REAPROVEITAMENTO PELA       *
      *    TARIFA VIGENTE NA SUA DATA DE ACESSO), REAPROVEITAMENTOS    *
      *    SEM TARIFA VIGENTE E JANELA ATUAL DO CACHEPAR.              *
      *----------------------------------------------------------------*
       01  WK-TAB-EFETIVIDADE.
           05 WK-EFE-ENTRADA OCCURS 7 TIMES INDEXED BY WK-IX-EFE.
              07 WK-EFE-QT-ATE-072    PIC 9(007) COMP.
              07 WK-EFE-QT-ATE-168    PIC 9(007) COMP.
              07 WK-EFE-QT-ACIMA      PIC 9(007) COMP.
              07 WK-EFE-VL-ECONOMIA   PIC 9(011)V99 COMP.
              07 WK-EFE-QT-SEM-TARIFA PIC 9(007) COMP.
              07 WK-EFE-QT-JANELA     PIC 9(003).

      *----------------------------------------------------------------*
      *    PERIODOS DE VIGENCIA DE TODOS OS BUROS, CARREGADOS DE       *
      *    ARQ-TARIFAS NA INICIALIZACAO, COMO NO RATEIO PESPO670.      *
      *----------------------------------------------------------------*
       01  WK-TAB-VIGENCIAS.
           05 WK-QT-VIGENCIAS         PIC 9(003) COMP VALUE ZERO.
           05 WK-VIG-ENTRADA OCCURS 500 TIMES INDEXED BY WK-IX-VIG.
              07 WK-VIG-CO-BURO       PIC X(006).
              07 WK-VIG-DT-INI        PIC X(008).
              07 WK-VIG-DT-FIM        PIC X(008).
              07 WK-VIG-VL-UNIT       PIC 9(005)V99.

       01  WK-AREA-EDICAO.
           05 WK-QT-FATURADAS-ED      PIC 9(007).
           05 WK-QT-CACHE-ED          PIC 9(007).
           05 WK-QT-ATE-168-ED        PIC 9(007).
           05 WK-QT-ACIMA-ED          PIC 9(007).

       01  WK-CTLEX01-PARM.
           05 WK-CX-FUNCAO            PIC X(001).
           05 WK-CX-NO-PROGRAMA       PIC X(008).
           05 WK-CX-DT-REFERENCIA     PIC X(008).
           05 WK-CX-CO-SITUACAO       PIC X(001).
           05 WK-CX-CO-RETORNO        PIC X(002).
           05 WK-CX-NO-PRE-REQUISITO  PIC X(008).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           IF CADEIA-BLOQUEADA
               GOBACK
           END-IF.
           IF PROCESSAMENTO-OK
               PERFORM 2000-ACUMULAR-SIPDET
                   THRU 2000-ACUMULAR-SIPDET-EXIT
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           MOVE PAR-ANO-MES TO WK-ANO-MES.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               CLOSE ARQ-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-SIPDET.
           IF WK-FS-SIPDET NOT = "00"
               DISPLAY "PESPO621 - SIPDET INDISPONIVEL, FS="
           MOVE ZERO TO WK-EFE-QT-ATE-072   (WK-IX-EFE).
           MOVE ZERO TO WK-EFE-QT-ATE-168   (WK-IX-EFE).
           MOVE ZERO TO WK-EFE-QT-ACIMA     (WK-IX-EFE).
           MOVE ZERO TO WK-EFE-VL-ECONOMIA  (WK-IX-EFE).
           MOVE ZERO TO WK-EFE-QT-SEM-TARIFA (WK-IX-EFE).
           MOVE 24   TO WK-EFE-QT-JANELA    (WK-IX-EFE).
       1110-ZERAR-UM-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PERIODOS DE VIGENCIA DAS TARIFAS, COMO FAZ O RATEIO         *
      *    PESPO670: REAPROVEITAMENTO SEM TARIFA VIGENTE NA DATA DE    *
      *    ACESSO ECONOMIZA "ZERO" E SAI MARCADO, PARA A               *
      *    CONTROLADORIA CORRIGIR O CADASTRO.                          *
      *----------------------------------------------------------------*
       1200-CARREGAR-TARIFAS.
           MOVE ZERO TO WK-QT-VIGENCIAS.
           OPEN INPUT ARQ-TARIFAS.
           IF WK-FS-TARIFAS NOT = "00"
               DISPLAY "PESPO621 - TABELA DE TARIFAS INDISPONIVEL, "
                       "FS=" WK-FS-TARIFAS
               GO TO 1200-CARREGAR-TARIFAS-EXIT
           END-IF.
           MOVE LOW-VALUES TO TAR-CHAVE.
           SET NAO-FIM-TARIFAS TO TRUE.
           START ARQ-TARIFAS KEY >= TAR-CHAVE
               INVALID KEY
                   SET FIM-TARIFAS TO TRUE
           END-START.
           PERFORM 1210-CARREGAR-UMA-TARIFA
               THRU 1210-CARREGAR-UMA-TARIFA-EXIT
               UNTIL FIM-TARIFAS.
           CLOSE ARQ-TARIFAS.
       1200-CARREGAR-TARIFAS-EXIT.
           EXIT.

       1210-CARREGAR-UMA-TARIFA.
           READ ARQ-TARIFAS NEXT RECORD
               AT END
                   SET FIM-TARIFAS TO TRUE
                   GO TO 1210-CARREGAR-UMA-TARIFA-EXIT
           END-READ.
           IF WK-FS-TARIFAS NOT = "00"
               SET FIM-TARIFAS TO TRUE
               GO TO 1210-CARREGAR-UMA-TARIFA-EXIT
           END-IF.
           IF WK-QT-VIGENCIAS NOT < 500
               DISPLAY "PESPO621 - TABELA DE VIGENCIAS CHEIA, BURO "
                       TAR-CO-BURO " INICIO " TAR-DT-INI-VIGENCIA
                       " IGNORADO"
               GO TO 1210-CARREGAR-UMA-TARIFA-EXIT
           END-IF.
           ADD 1 TO WK-QT-VIGENCIAS.
           SET WK-IX-VIG TO WK-QT-VIGENCIAS.
           MOVE TAR-CO-BURO         TO WK-VIG-CO-BURO (WK-IX-VIG).
           MOVE TAR-DT-INI-VIGENCIA TO WK-VIG-DT-INI (WK-IX-VIG).
           MOVE TAR-DT-FIM-VIGENCIA TO WK-VIG-DT-FIM (WK-IX-VIG).
           MOVE TAR-VL-UNITARIO     TO WK-VIG-VL-UNIT (WK-IX-VIG).
       1210-CARREGAR-UMA-TARIFA-EXIT.
           EXIT.

       1320-GUARDAR-JANELA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NO MES DE COMPETENCIA DO PARAMETRO (AAAAMM01) E REGISTRA O  *
      *    INICIO DA EXECUCAO. JOB BLOQUEADO TERMINA COM RETURN-CODE   *
      *    12 SEM PROCESSAR NADA.                                      *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO621" TO WK-CX-NO-PROGRAMA.
           MOVE WK-ANO-MES TO WK-CX-DT-REFERENCIA (1:6).
           MOVE "01"       TO WK-CX-DT-REFERENCIA (7:2).
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO621 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO621 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ACUMULA O MES PEDIDO: SD-MS-* MAIOR QUE ZERO E CONSULTA     *
      *    FATURADA; SD-TP-PESQ-* = "R" E CONSULTA SERVIDA DO CACHE,   *
               GO TO 2210-SOMAR-NA-ENTRADA-EXIT
           END-IF.
           ADD 1 TO WK-EFE-QT-CACHE (WK-IX-EFE).
           PERFORM 2220-PRECIFICAR-ECONOMIA
               THRU 2220-PRECIFICAR-ECONOMIA-EXIT.
           EVALUATE TRUE
               WHEN WK-HH-ACUM <= 24
                   ADD 1 TO WK-EFE-QT-ATE-024 (WK-IX-EFE)
       2210-SOMAR-NA-ENTRADA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    O REAPROVEITAMENTO ECONOMIZA A TARIFA QUE ESTAVA VIGENTE NA *
      *    DATA DE ACESSO DO DOSSIE.                                   *
      *----------------------------------------------------------------*
       2220-PRECIFICAR-ECONOMIA.
           PERFORM 2230-COMPARAR-VIGENCIA
                   THRU 2230-COMPARAR-VIGENCIA-EXIT
               VARYING WK-IX-VIG FROM 1 BY 1
               UNTIL WK-IX-VIG > WK-QT-VIGENCIAS
                  OR (WK-VIG-CO-BURO (WK-IX-VIG)
                          = WK-EFE-CO-BURO (WK-IX-EFE)
                      AND SD-DT-ACESSO NOT < WK-VIG-DT-INI (WK-IX-VIG)
                      AND SD-DT-ACESSO NOT > WK-VIG-DT-FIM (WK-IX-VIG)).
           IF WK-IX-VIG > WK-QT-VIGENCIAS
               ADD 1 TO WK-EFE-QT-SEM-TARIFA (WK-IX-EFE)
           ELSE
               ADD WK-VIG-VL-UNIT (WK-IX-VIG)
                 TO WK-EFE-VL-ECONOMIA (WK-IX-EFE)
           END-IF.
       2220-PRECIFICAR-ECONOMIA-EXIT.
           EXIT.

       2230-COMPARAR-VIGENCIA.
           CONTINUE.
       2230-COMPARAR-VIGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EMISSAO: POR BURO, CONSULTAS FATURADAS X SERVIDAS DO        *
      *    CACHE, O VALOR ECONOMIZADO PELA TARIFA VIGENTE EM CADA      *
      *    DATA DE ACESSO, A JANELA                                    *
      *    VIGENTE E A DISTRIBUICAO DE IDADE DOS REAPROVEITAMENTOS.    *
      *----------------------------------------------------------------*
       4000-EMITIR-RELATORIO.
           EXIT.

       4100-EMITIR-UM-BURO.
           MOVE WK-EFE-VL-ECONOMIA (WK-IX-EFE) TO WK-VL-ECONOMIA.
           ADD WK-VL-ECONOMIA TO WK-VL-ECONOMIA-TOTAL.
           MOVE WK-EFE-QT-FATURADAS (WK-IX-EFE)
             TO WK-QT-FATURADAS-ED.
           MOVE WK-EFE-QT-CACHE (WK-IX-EFE) TO WK-QT-CACHE-ED.
           MOVE WK-VL-ECONOMIA TO WK-VL-ECONOMIA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING WK-EFE-CO-BURO (WK-IX-EFE) DELIMITED BY SIZE
                  " FATURADAS " DELIMITED BY SIZE
                  WK-QT-FATURADAS-ED         DELIMITED BY SIZE
                  " CACHE " DELIMITED BY SIZE
                  WK-QT-CACHE-ED             DELIMITED BY SIZE
                  " ECONOMIA " DELIMITED BY SIZE
                  WK-VL-ECONOMIA-ED          DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-EFE-QT-SEM-TARIFA (WK-IX-EFE) > ZERO
               MOVE WK-EFE-QT-SEM-TARIFA (WK-IX-EFE) TO WK-QT-CACHE-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "  *** SEM TARIFA VIGENTE NA DATA DE ACESSO: "
                          DELIMITED BY SIZE
                      WK-QT-CACHE-ED DELIMITED BY SIZE
                      " REAPROVEITAMENTO(S) ***" DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  JANELA ATUAL " DELIMITED BY SIZE
                  WK-EFE-QT-JANELA (WK-IX-EFE) DELIMITED BY SIZE
                   "DOSSIES NO MES: " WK-QT-DOSSIES-MES.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    INICIALIZACAO QUE NAO CHEGOU A PROCESSAMENTO-OK (ARQUIVO    *
      *    OU PARAMETRO FALTANDO) FICA REGISTRADA COMO FALHA.          *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO621 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.

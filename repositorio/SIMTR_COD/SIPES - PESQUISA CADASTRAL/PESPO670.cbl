      *                   (EVIDENCIA DE REUTILIZACAO DE CACHE PARA O   *
      *                   PESPO621); O LAYOUT AQUI ACOMPANHA O         *
      *                   GRAVADO POR PESPO600.                        *
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
      *  2026-10-15  MRS  TARIFA COM PERIODO DE VIGENCIA (PESPO660):   *
      *                   CADA CONSULTA PASSOU A SER PRECIFICADA PELA  *
      *                   TARIFA VIGENTE NA SUA DATA DE ACESSO         *
      *                   (2300-PRECIFICAR-CONSULTA), E NAO MAIS PELA  *
      *                   TARIFA DO DIA DO FECHAMENTO. O FECHAMENTO    *
      *                   NORMAL GRAVA O RATEIO DO MES EM ARQ-RATFECH  *
      *                   (MES JA FECHADO NAO E REGRAVADO, RC=4).      *
      *                   PAR-TP-PROCESSAMENTO "R" REPROCESSA UM MES   *
      *                   FECHADO COM A TABELA ATUAL E EMITE, POR      *
      *                   SISTEMA E BURO, O VALOR NOVO, O ORIGINAL E A *
      *                   DIFERENCA, SEM GRAVAR NADA.                  *
      *  2026-10-15  MRS  TABELA DE TARIFAS INDISPONIVEL PASSA A       *
      *                   IMPEDIR O PROCESSAMENTO (RC=8, FALHA NA      *
      *                   CADEIA) EM VEZ DE RATEAR TUDO COM ZERO.      *
      *                   FECHAMENTO NORMAL COM CONSULTA SEM TARIFA    *
      *                   VIGENTE NAO GRAVA MAIS O MES EM ARQ-RATFECH: *
      *                   SAI O AVISO NO RELATORIO E O JOB TERMINA COM *
      *                   RC=8, PARA A LACUNA DE PRECO NAO FICAR       *
      *                   CONGELADA NUM MES FECHADO.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ARQ-TARIFAS ASSIGN TO TARIFAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WK-FS-TARIFAS.

           SELECT ARQ-RATFECH ASSIGN TO RATFECH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTF-CHAVE
               FILE STATUS IS WK-FS-RATFECH.

           SELECT ARQ-RELATORIO ASSIGN TO RELRATEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
      *    PARAMETRO DO FECHAMENTO: O MES (AAAAMM) A RATEAR E O TIPO   *
      *    DE PROCESSAMENTO - BRANCO OU "N" FECHAMENTO NORMAL, "R"     *
      *    REPROCESSAMENTO DE MES JA FECHADO (SO COMPARA, NAO GRAVA).  *
      *----------------------------------------------------------------*
       FD  ARQ-PARAMET
           RECORDING MODE IS F.
       01  REG-PARAMET.
           05 PAR-ANO-MES             PIC X(006).
           05 PAR-TP-PROCESSAMENTO    PIC X(001).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600, JA COM O SISTEMA E O     *
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

      *----------------------------------------------------------------*
      *    RATEIO FECHADO: O VALOR COBRADO DE CADA SISTEMA + CNPJ      *
      *    SOLICITANTE POR BURO NO MES, GRAVADO NO FECHAMENTO NORMAL.  *
      *    E A BASE DE COMPARACAO DO REPROCESSAMENTO E NAO E REGRAVADO *
      *    DEPOIS DE FECHADO O MES.                                    *
      *----------------------------------------------------------------*
       FD  ARQ-RATFECH
           RECORDING MODE IS F.
       01  REG-RATFECH.
           05 RTF-CHAVE.
              07 RTF-ANO-MES          PIC X(006).
              07 RTF-SISTEMA          PIC X(005).
              07 RTF-CNPJ             PIC 9(014).
              07 RTF-CO-BURO          PIC X(006).
           05 RTF-QT-CONSULTAS        PIC 9(007).
           05 RTF-QT-SEM-TARIFA       PIC 9(007).
           05 RTF-VL-RATEADO          PIC 9(011)V99.
           05 RTF-DT-FECHAMENTO       PIC X(008).
           05 RTF-HR-FECHAMENTO       PIC X(006).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).
       77  WK-FS-SIPDET               PIC X(002) VALUE "00".
       77  WK-FS-TARIFAS              PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-FS-RATFECH              PIC X(002) VALUE "00".
       77  WK-SW-FIM-ARQUIVO          PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
           88 NAO-FIM-ARQUIVO                    VALUE "N".
       77  WK-QT-DOSSIES-MES          PIC 9(007) COMP VALUE ZERO.
       77  WK-IX-BURO                 PIC 9(002) COMP VALUE ZERO.
       77  WK-VL-CALCULADO            PIC 9(011)V99 COMP VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       77  WK-SW-TP-PROCESSAMENTO     PIC X(001) VALUE "N".
           88 FECHAMENTO-NORMAL                  VALUE "N".
           88 REPROCESSAMENTO                    VALUE "R".
       77  WK-SW-MES-FECHADO          PIC X(001) VALUE "N".
           88 MES-JA-FECHADO                     VALUE "S".
           88 MES-NAO-FECHADO                    VALUE "N".
       77  WK-SW-FIM-TARIFAS          PIC X(001) VALUE "N".
           88 FIM-TARIFAS                        VALUE "S".
           88 NAO-FIM-TARIFAS                    VALUE "N".
       77  WK-SW-TARIFAS              PIC X(001) VALUE "S".
           88 TARIFAS-CARREGADAS                 VALUE "S".
           88 TARIFAS-INDISPONIVEIS              VALUE "N".
       77  WK-SW-FECHAMENTO           PIC X(001) VALUE "N".
           88 FECHAMENTO-RETIDO                  VALUE "S".
           88 FECHAMENTO-LIBERADO                VALUE "N".
       77  WK-SW-FIM-RATFECH          PIC X(001) VALUE "N".
           88 FIM-RATFECH                        VALUE "S".
           88 NAO-FIM-RATFECH                    VALUE "N".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.
       77  WK-DT-FECHAMENTO-ORIG      PIC X(008) VALUE SPACES.
       77  WK-SIS-PROCURADO           PIC X(005) VALUE SPACES.
       77  WK-CNPJ-PROCURADO          PIC 9(014) VALUE ZERO.
       77  WK-QT-GRAVADOS             PIC 9(007) COMP VALUE ZERO.
       77  WK-QT-SEM-TARIFA-MES       PIC 9(007) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    OS SETE BUROS, NA ORDEM DOS CAMPOS SD-MS-* DO SIPDET.       *
      *----------------------------------------------------------------*
       01  WK-TAB-TARIFAS.
           05 WK-TAR-ENTRADA OCCURS 7 TIMES INDEXED BY WK-IX-TAR.
              07 WK-TAR-CO-BURO       PIC X(006).

      *----------------------------------------------------------------*
      *    PERIODOS DE VIGENCIA DE TODOS OS BUROS, CARREGADOS DE       *
      *    ARQ-TARIFAS NA INICIALIZACAO. CADA CONSULTA E PRECIFICADA   *
      *    PELA TARIFA VIGENTE NA SUA DATA DE ACESSO, ENTAO UM         *
      *    REAJUSTE NO MEIO DO MES SO VALE DALI EM DIANTE. CONSULTA    *
      *    SEM TARIFA VIGENTE RATEIA COM ZERO E E APONTADA NO          *
      *    RELATORIO, PARA A CONTROLADORIA CORRIGIR O CADASTRO.        *
      *----------------------------------------------------------------*
       01  WK-TAB-VIGENCIAS.
           05 WK-QT-VIGENCIAS         PIC 9(003) COMP VALUE ZERO.
           05 WK-VIG-ENTRADA OCCURS 500 TIMES INDEXED BY WK-IX-VIG.
              07 WK-VIG-CO-BURO       PIC X(006).
              07 WK-VIG-DT-INI        PIC X(008).
              07 WK-VIG-DT-FIM        PIC X(008).
              07 WK-VIG-VL-UNIT       PIC 9(005)V99.

      *----------------------------------------------------------------*
      *    CONTA DE CADA SISTEMA SOLICITANTE: QUANTIDADE DE CONSULTAS  *
      *    EFETIVAS E VALOR POR BURO NO MES, POR SISTEMA + CNPJ        *
      *    SOLICITANTE. NO REPROCESSAMENTO RECEBE TAMBEM O RATEIO      *
      *    ORIGINAL GRAVADO NO FECHAMENTO (ARQ-RATFECH). 100 ENTRADAS  *
      *    COBREM COM FOLGA OS SISTEMAS CLIENTES DO SIPES.             *
      *----------------------------------------------------------------*
       01  WK-TAB-SISTEMAS.
           05 WK-QT-SISTEMAS          PIC 9(003) COMP VALUE ZERO.
           05 WK-SIS-ENTRADA OCCURS 100 TIMES INDEXED BY WK-IX-SIS.
              07 WK-SIS-SISTEMA       PIC X(005).
              07 WK-SIS-CNPJ          PIC 9(014).
              07 WK-SIS-TEM-ORIGINAL  PIC X(001).
              07 WK-SIS-QT-BURO       PIC 9(007) COMP OCCURS 7 TIMES.
              07 WK-SIS-QT-SEM-TAR    PIC 9(007) COMP OCCURS 7 TIMES.
              07 WK-SIS-VL-BURO       PIC 9(011)V99 COMP
                                      OCCURS 7 TIMES.
              07 WK-SIS-QT-ORIGINAL   PIC 9(007) COMP OCCURS 7 TIMES.
              07 WK-SIS-VL-ORIGINAL   PIC 9(011)V99 COMP
                                      OCCURS 7 TIMES.

       01  WK-AREA-EDICAO.
           05 WK-QT-CONSULTAS-ED      PIC 9(007).
           05 WK-VL-CALCULADO-ED      PIC 9(011),99.
           05 WK-VL-TOTAL-SIS         PIC 9(013)V99 COMP VALUE ZERO.
           05 WK-VL-TOTAL-SIS-ED      PIC 9(013),99.
           05 WK-VL-ORIGINAL-ED       PIC 9(011),99.
           05 WK-VL-DIFERENCA         PIC S9(011)V99 COMP VALUE ZERO.
           05 WK-VL-DIFERENCA-ED      PIC +9(011),99.
           05 WK-VL-TOTAL-ORIG-SIS    PIC 9(013)V99 COMP VALUE ZERO.
           05 WK-VL-TOTAL-ORIG-SIS-ED PIC 9(013),99.
           05 WK-VL-DIF-SIS           PIC S9(013)V99 COMP VALUE ZERO.
           05 WK-VL-DIF-SIS-ED        PIC +9(013),99.
           05 WK-VL-GERAL-NOVO        PIC 9(013)V99 COMP VALUE ZERO.
           05 WK-VL-GERAL-ORIGINAL    PIC 9(013)V99 COMP VALUE ZERO.

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
                   UNTIL FIM-ARQUIVO
               IF REPROCESSAMENTO
                   PERFORM 2400-CARREGAR-ORIGINAL
                       THRU 2400-CARREGAR-ORIGINAL-EXIT
                   PERFORM 4500-EMITIR-REPROCESSAMENTO
                       THRU 4500-EMITIR-REPROCESSAMENTO-EXIT
               ELSE
                   PERFORM 4000-EMITIR-RATEIO
                       THRU 4000-EMITIR-RATEIO-EXIT
                   PERFORM 5000-GRAVAR-FECHAMENTO
                       THRU 5000-GRAVAR-FECHAMENTO-EXIT
               END-IF
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
           IF PAR-TP-PROCESSAMENTO = SPACE
               MOVE "N" TO PAR-TP-PROCESSAMENTO
           END-IF.
           IF PAR-TP-PROCESSAMENTO NOT = "N"
              AND PAR-TP-PROCESSAMENTO NOT = "R"
               DISPLAY "PESPO670 - TIPO DE PROCESSAMENTO INVALIDO: "
                       PAR-TP-PROCESSAMENTO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           MOVE PAR-TP-PROCESSAMENTO TO WK-SW-TP-PROCESSAMENTO.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               CLOSE ARQ-PARAMET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT ARQ-SIPDET.
           IF WK-FS-SIPDET NOT = "00"
               DISPLAY "PESPO670 - SIPDET INDISPONIVEL, FS="
                       WK-FS-SIPDET
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-RATFECH.
           IF WK-FS-RATFECH = "35"
               OPEN OUTPUT ARQ-RATFECH
               CLOSE ARQ-RATFECH
               OPEN I-O ARQ-RATFECH
           END-IF.
           IF WK-FS-RATFECH NOT = "00"
               DISPLAY "PESPO670 - RATEIO FECHADO INDISPONIVEL, FS="
                       WK-FS-RATFECH
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 1100-CARREGAR-TARIFAS
               THRU 1100-CARREGAR-TARIFAS-EXIT.
           IF TARIFAS-INDISPONIVEIS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1200-VERIFICAR-FECHAMENTO
               THRU 1200-VERIFICAR-FECHAMENTO-EXIT.
           PERFORM 2100-LER-SIPDET
               THRU 2100-LER-SIPDET-EXIT.
           SET PROCESSAMENTO-OK TO TRUE.
           EXIT.

      *----------------------------------------------------------------*
      *    CARREGA TODOS OS PERIODOS DE VIGENCIA DA TABELA DE TARIFAS. *
      *    A TABELA PODE NAO TER TODOS OS BUROS OU DATAS COBERTOS; A   *
      *    CONSULTA SEM TARIFA VIGENTE RATEIA COM ZERO E SAI MARCADA   *
      *    NO RELATORIO (E O MES NAO E FECHADO, VER 5000). SEM A       *
      *    TABELA NAO HA O QUE PRECIFICAR: O JOB NAO PROCESSA E        *
      *    TERMINA COMO FALHA.                                         *
      *----------------------------------------------------------------*
       1100-CARREGAR-TARIFAS.
           MOVE "SERASA" TO WK-TAR-CO-BURO (1).
           MOVE "SPC"    TO WK-TAR-CO-BURO (5).
           MOVE "SICOW"  TO WK-TAR-CO-BURO (6).
           MOVE "SCR"    TO WK-TAR-CO-BURO (7).
           MOVE ZERO TO WK-QT-VIGENCIAS.
           OPEN INPUT ARQ-TARIFAS.
           IF WK-FS-TARIFAS NOT = "00"
               DISPLAY "PESPO670 - TABELA DE TARIFAS INDISPONIVEL, "
                       "FS=" WK-FS-TARIFAS
               SET TARIFAS-INDISPONIVEIS TO TRUE
               GO TO 1100-CARREGAR-TARIFAS-EXIT
           END-IF.
           MOVE LOW-VALUES TO TAR-CHAVE.
           SET NAO-FIM-TARIFAS TO TRUE.
           START ARQ-TARIFAS KEY >= TAR-CHAVE
               INVALID KEY
                   SET FIM-TARIFAS TO TRUE
           END-START.
           PERFORM 1110-CARREGAR-UMA-TARIFA
               THRU 1110-CARREGAR-UMA-TARIFA-EXIT
               UNTIL FIM-TARIFAS.
           CLOSE ARQ-TARIFAS.
       1100-CARREGAR-TARIFAS-EXIT.
           EXIT.

       1110-CARREGAR-UMA-TARIFA.
           READ ARQ-TARIFAS NEXT RECORD
               AT END
                   SET FIM-TARIFAS TO TRUE
                   GO TO 1110-CARREGAR-UMA-TARIFA-EXIT
           END-READ.
           IF WK-FS-TARIFAS NOT = "00"
               SET FIM-TARIFAS TO TRUE
               GO TO 1110-CARREGAR-UMA-TARIFA-EXIT
           END-IF.
           IF WK-QT-VIGENCIAS NOT < 500
               DISPLAY "PESPO670 - TABELA DE VIGENCIAS CHEIA, BURO "
                       TAR-CO-BURO " INICIO " TAR-DT-INI-VIGENCIA
                       " IGNORADO"
               GO TO 1110-CARREGAR-UMA-TARIFA-EXIT
           END-IF.
           ADD 1 TO WK-QT-VIGENCIAS.
           SET WK-IX-VIG TO WK-QT-VIGENCIAS.
           MOVE TAR-CO-BURO         TO WK-VIG-CO-BURO (WK-IX-VIG).
           MOVE TAR-DT-INI-VIGENCIA TO WK-VIG-DT-INI (WK-IX-VIG).
           MOVE TAR-DT-FIM-VIGENCIA TO WK-VIG-DT-FIM (WK-IX-VIG).
           MOVE TAR-VL-UNITARIO     TO WK-VIG-VL-UNIT (WK-IX-VIG).
       1110-CARREGAR-UMA-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    O MES JA TEM RATEIO GRAVADO? NO FECHAMENTO NORMAL O         *
      *    ORIGINAL E PRESERVADO (O RELATORIO SAI, MAS NADA E          *
      *    REGRAVADO); NO REPROCESSAMENTO E A BASE DA COMPARACAO.      *
      *----------------------------------------------------------------*
       1200-VERIFICAR-FECHAMENTO.
           SET MES-NAO-FECHADO TO TRUE.
           MOVE LOW-VALUES TO RTF-CHAVE.
           MOVE WK-ANO-MES TO RTF-ANO-MES.
           START ARQ-RATFECH KEY >= RTF-CHAVE
               INVALID KEY
                   GO TO 1200-VERIFICAR-FECHAMENTO-EXIT
           END-START.
           READ ARQ-RATFECH NEXT RECORD
               AT END
                   GO TO 1200-VERIFICAR-FECHAMENTO-EXIT
           END-READ.
           IF WK-FS-RATFECH = "00" AND RTF-ANO-MES = WK-ANO-MES
               SET MES-JA-FECHADO TO TRUE
               MOVE RTF-DT-FECHAMENTO TO WK-DT-FECHAMENTO-ORIG
           END-IF.
       1200-VERIFICAR-FECHAMENTO-EXIT.
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
           MOVE "PESPO670" TO WK-CX-NO-PROGRAMA.
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
               DISPLAY "PESPO670 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO670 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
               GO TO 2000-ACUMULAR-PROXIMO
           END-IF.
           ADD 1 TO WK-QT-DOSSIES-MES.
           MOVE SD-SISTEMA          TO WK-SIS-PROCURADO.
           MOVE SD-CNPJ-SOLICITANTE TO WK-CNPJ-PROCURADO.
           PERFORM 2200-LOCALIZAR-SISTEMA
               THRU 2200-LOCALIZAR-SISTEMA-EXIT.
           IF SD-MS-SERASA > 0
               MOVE 1 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-CADIN > 0
               MOVE 2 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-SINAD > 0
               MOVE 3 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-CCF > 0
               MOVE 4 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-SPC > 0
               MOVE 5 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-SICOW > 0
               MOVE 6 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
           IF SD-MS-SCR > 0
               MOVE 7 TO WK-IX-BURO
               PERFORM 2300-PRECIFICAR-CONSULTA
                   THRU 2300-PRECIFICAR-CONSULTA-EXIT
           END-IF.
       2000-ACUMULAR-PROXIMO.
           PERFORM 2100-LER-SIPDET
                   THRU 2210-COMPARAR-SISTEMA-EXIT
               VARYING WK-IX-SIS FROM 1 BY 1
               UNTIL WK-IX-SIS > WK-QT-SISTEMAS
                  OR (WK-SIS-SISTEMA (WK-IX-SIS) = WK-SIS-PROCURADO
                      AND WK-SIS-CNPJ (WK-IX-SIS)
                          = WK-CNPJ-PROCURADO).
           IF WK-IX-SIS > WK-QT-SISTEMAS
               IF WK-QT-SISTEMAS < 100
                   ADD 1 TO WK-QT-SISTEMAS
                   SET WK-IX-SIS TO WK-QT-SISTEMAS
                   MOVE WK-SIS-PROCURADO TO WK-SIS-SISTEMA (WK-IX-SIS)
                   MOVE WK-CNPJ-PROCURADO
                     TO WK-SIS-CNPJ (WK-IX-SIS)
                   MOVE "N" TO WK-SIS-TEM-ORIGINAL (WK-IX-SIS)
                   PERFORM 2220-ZERAR-CONTA
                           THRU 2220-ZERAR-CONTA-EXIT
                       VARYING WK-IX-BURO FROM 1 BY 1
                       UNTIL WK-IX-BURO > 7
               ELSE
                   DISPLAY "PESPO670 - TABELA DE SISTEMAS CHEIA, "
                           "SISTEMA " WK-SIS-PROCURADO
                           " AGRUPADO NA ULTIMA ENTRADA"
                   SET WK-IX-SIS TO WK-QT-SISTEMAS
               END-IF

       2220-ZERAR-CONTA.
           MOVE ZERO TO WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO).
           MOVE ZERO TO WK-SIS-QT-SEM-TAR (WK-IX-SIS WK-IX-BURO).
           MOVE ZERO TO WK-SIS-VL-BURO (WK-IX-SIS WK-IX-BURO).
           MOVE ZERO TO WK-SIS-QT-ORIGINAL (WK-IX-SIS WK-IX-BURO).
           MOVE ZERO TO WK-SIS-VL-ORIGINAL (WK-IX-SIS WK-IX-BURO).
       2220-ZERAR-CONTA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTA UMA CONSULTA DO BURO WK-IX-BURO PARA O SISTEMA E SOMA *
      *    A TARIFA VIGENTE NA DATA DE ACESSO DO DOSSIE.               *
      *----------------------------------------------------------------*
       2300-PRECIFICAR-CONSULTA.
           ADD 1 TO WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO).
           PERFORM 2310-COMPARAR-VIGENCIA
                   THRU 2310-COMPARAR-VIGENCIA-EXIT
               VARYING WK-IX-VIG FROM 1 BY 1
               UNTIL WK-IX-VIG > WK-QT-VIGENCIAS
                  OR (WK-VIG-CO-BURO (WK-IX-VIG)
                          = WK-TAR-CO-BURO (WK-IX-BURO)
                      AND SD-DT-ACESSO NOT < WK-VIG-DT-INI (WK-IX-VIG)
                      AND SD-DT-ACESSO NOT > WK-VIG-DT-FIM (WK-IX-VIG)).
           IF WK-IX-VIG > WK-QT-VIGENCIAS
               ADD 1 TO WK-SIS-QT-SEM-TAR (WK-IX-SIS WK-IX-BURO)
               ADD 1 TO WK-QT-SEM-TARIFA-MES
           ELSE
               ADD WK-VIG-VL-UNIT (WK-IX-VIG)
                 TO WK-SIS-VL-BURO (WK-IX-SIS WK-IX-BURO)
           END-IF.
       2300-PRECIFICAR-CONSULTA-EXIT.
           EXIT.

       2310-COMPARAR-VIGENCIA.
           CONTINUE.
       2310-COMPARAR-VIGENCIA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REPROCESSAMENTO: TRAZ PARA A TABELA DE CONTAS O RATEIO      *
      *    ORIGINAL GRAVADO NO FECHAMENTO DO MES. SISTEMA QUE SO       *
      *    EXISTE NO ORIGINAL GANHA ENTRADA COM CONTAGEM NOVA ZERADA.  *
      *----------------------------------------------------------------*
       2400-CARREGAR-ORIGINAL.
           IF MES-NAO-FECHADO
               GO TO 2400-CARREGAR-ORIGINAL-EXIT
           END-IF.
           SET NAO-FIM-RATFECH TO TRUE.
           MOVE LOW-VALUES TO RTF-CHAVE.
           MOVE WK-ANO-MES TO RTF-ANO-MES.
           START ARQ-RATFECH KEY >= RTF-CHAVE
               INVALID KEY
                   SET FIM-RATFECH TO TRUE
           END-START.
           PERFORM 2410-LER-ORIGINAL
               THRU 2410-LER-ORIGINAL-EXIT
               UNTIL FIM-RATFECH.
       2400-CARREGAR-ORIGINAL-EXIT.
           EXIT.

       2410-LER-ORIGINAL.
           READ ARQ-RATFECH NEXT RECORD
               AT END
                   SET FIM-RATFECH TO TRUE
                   GO TO 2410-LER-ORIGINAL-EXIT
           END-READ.
           IF WK-FS-RATFECH NOT = "00"
              OR RTF-ANO-MES NOT = WK-ANO-MES
               SET FIM-RATFECH TO TRUE
               GO TO 2410-LER-ORIGINAL-EXIT
           END-IF.
           PERFORM 2420-COMPARAR-BURO
                   THRU 2420-COMPARAR-BURO-EXIT
               VARYING WK-IX-TAR FROM 1 BY 1
               UNTIL WK-IX-TAR > 7
                  OR WK-TAR-CO-BURO (WK-IX-TAR) = RTF-CO-BURO.
           IF WK-IX-TAR > 7
               DISPLAY "PESPO670 - BURO DESCONHECIDO NO RATEIO "
                       "ORIGINAL: " RTF-CO-BURO
               GO TO 2410-LER-ORIGINAL-EXIT
           END-IF.
           SET WK-IX-BURO TO WK-IX-TAR.
           MOVE RTF-SISTEMA TO WK-SIS-PROCURADO.
           MOVE RTF-CNPJ    TO WK-CNPJ-PROCURADO.
           PERFORM 2200-LOCALIZAR-SISTEMA
               THRU 2200-LOCALIZAR-SISTEMA-EXIT.
           MOVE "S" TO WK-SIS-TEM-ORIGINAL (WK-IX-SIS).
           ADD RTF-QT-CONSULTAS
             TO WK-SIS-QT-ORIGINAL (WK-IX-SIS WK-IX-BURO).
           ADD RTF-VL-RATEADO
             TO WK-SIS-VL-ORIGINAL (WK-IX-SIS WK-IX-BURO).
       2410-LER-ORIGINAL-EXIT.
           EXIT.

       2420-COMPARAR-BURO.
           CONTINUE.
       2420-COMPARAR-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    EMISSAO DA CONTA: PARA CADA SISTEMA SOLICITANTE, UMA LINHA  *
      *    POR BURO CONSULTADO NO MES (QUANTIDADE E VALOR PELA TARIFA  *
      *    VIGENTE EM CADA DATA DE ACESSO) E O TOTAL DO SISTEMA.       *
      *    CONSULTA SEM TARIFA VIGENTE SAI COM O AVISO "SEM TARIFA"    *
      *    PARA A CONTROLADORIA NAO FECHAR O MES COM VALOR             *
      *    SUBAVALIADO.                                                *
      *----------------------------------------------------------------*
       4000-EMITIR-RATEIO.
           MOVE SPACES TO REG-RELATORIO.
           END-IF.
           MOVE WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO)
             TO WK-QT-CONSULTAS-ED.
           MOVE WK-SIS-VL-BURO (WK-IX-SIS WK-IX-BURO)
             TO WK-VL-CALCULADO.
           ADD WK-VL-CALCULADO TO WK-VL-TOTAL-SIS.
           MOVE WK-VL-CALCULADO TO WK-VL-CALCULADO-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " DELIMITED BY SIZE
                  WK-TAR-CO-BURO (WK-IX-TAR) DELIMITED BY SIZE
                  " QT " DELIMITED BY SIZE
                  WK-QT-CONSULTAS-ED         DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WK-VL-CALCULADO-ED         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 4300-AVISAR-SEM-TARIFA
               THRU 4300-AVISAR-SEM-TARIFA-EXIT.
       4200-EMITIR-UM-BURO-EXIT.
           EXIT.

       4300-AVISAR-SEM-TARIFA.
           IF WK-SIS-QT-SEM-TAR (WK-IX-SIS WK-IX-BURO) = ZERO
               GO TO 4300-AVISAR-SEM-TARIFA-EXIT
           END-IF.
           MOVE WK-SIS-QT-SEM-TAR (WK-IX-SIS WK-IX-BURO)
             TO WK-QT-CONSULTAS-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "    *** SEM TARIFA VIGENTE NA DATA DE ACESSO: "
                      DELIMITED BY SIZE
                  WK-QT-CONSULTAS-ED DELIMITED BY SIZE
                  " CONSULTA(S) A VALOR ZERO ***" DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4300-AVISAR-SEM-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REPROCESSAMENTO: PARA CADA SISTEMA, POR BURO, A QUANTIDADE  *
      *    E O VALOR RECALCULADOS PELA TABELA DE TARIFAS ATUAL, O      *
      *    VALOR DO RATEIO ORIGINAL E A DIFERENCA (NOVO - ORIGINAL),   *
      *    COM OS TOTAIS DO SISTEMA E DO MES. NADA E GRAVADO: O        *
      *    ACERTO COM OS SISTEMAS E FEITO PELA CONTROLADORIA.          *
      *----------------------------------------------------------------*
       4500-EMITIR-REPROCESSAMENTO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "REPROCESSAMENTO DO RATEIO - " DELIMITED BY SIZE
                  WK-ANO-MES DELIMITED BY SIZE
                  " - TARIFAS DE " DELIMITED BY SIZE
                  WK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           IF MES-JA-FECHADO
               STRING "RATEIO ORIGINAL FECHADO EM " DELIMITED BY SIZE
                      WK-DT-FECHAMENTO-ORIG DELIMITED BY SIZE
                   INTO REG-RELATORIO
           ELSE
               MOVE "*** RATEIO ORIGINAL NAO GRAVADO PARA O MES ***"
                 TO REG-RELATORIO
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REG-RELATORIO.
           MOVE ZERO TO WK-VL-GERAL-NOVO WK-VL-GERAL-ORIGINAL.
           PERFORM 4600-REPROCESSAR-UM-SISTEMA
                   THRU 4600-REPROCESSAR-UM-SISTEMA-EXIT
               VARYING WK-IX-SIS FROM 1 BY 1
               UNTIL WK-IX-SIS > WK-QT-SISTEMAS.
           MOVE WK-VL-GERAL-NOVO     TO WK-VL-TOTAL-SIS-ED.
           MOVE WK-VL-GERAL-ORIGINAL TO WK-VL-TOTAL-ORIG-SIS-ED.
           COMPUTE WK-VL-DIF-SIS =
               WK-VL-GERAL-NOVO - WK-VL-GERAL-ORIGINAL.
           MOVE WK-VL-DIF-SIS TO WK-VL-DIF-SIS-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL MES NOVO " DELIMITED BY SIZE
                  WK-VL-TOTAL-SIS-ED DELIMITED BY SIZE
                  " ORIG " DELIMITED BY SIZE
                  WK-VL-TOTAL-ORIG-SIS-ED DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  WK-VL-DIF-SIS-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4500-EMITIR-REPROCESSAMENTO-EXIT.
           EXIT.

       4600-REPROCESSAR-UM-SISTEMA.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SISTEMA " DELIMITED BY SIZE
                  WK-SIS-SISTEMA (WK-IX-SIS) DELIMITED BY SIZE
                  "  CNPJ SOLICITANTE " DELIMITED BY SIZE
                  WK-SIS-CNPJ (WK-IX-SIS) DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-SIS-TEM-ORIGINAL (WK-IX-SIS) NOT = "S"
              AND MES-JA-FECHADO
               MOVE SPACES TO REG-RELATORIO
               MOVE "  *** SISTEMA AUSENTE DO RATEIO ORIGINAL ***"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           MOVE ZERO TO WK-VL-TOTAL-SIS WK-VL-TOTAL-ORIG-SIS.
           PERFORM 4700-REPROCESSAR-UM-BURO
                   THRU 4700-REPROCESSAR-UM-BURO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7.
           ADD WK-VL-TOTAL-SIS      TO WK-VL-GERAL-NOVO.
           ADD WK-VL-TOTAL-ORIG-SIS TO WK-VL-GERAL-ORIGINAL.
           MOVE WK-VL-TOTAL-SIS      TO WK-VL-TOTAL-SIS-ED.
           MOVE WK-VL-TOTAL-ORIG-SIS TO WK-VL-TOTAL-ORIG-SIS-ED.
           COMPUTE WK-VL-DIF-SIS =
               WK-VL-TOTAL-SIS - WK-VL-TOTAL-ORIG-SIS.
           MOVE WK-VL-DIF-SIS TO WK-VL-DIF-SIS-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  TOTAL NOVO " DELIMITED BY SIZE
                  WK-VL-TOTAL-SIS-ED DELIMITED BY SIZE
                  " ORIG " DELIMITED BY SIZE
                  WK-VL-TOTAL-ORIG-SIS-ED DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  WK-VL-DIF-SIS-ED DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4600-REPROCESSAR-UM-SISTEMA-EXIT.
           EXIT.

       4700-REPROCESSAR-UM-BURO.
           SET WK-IX-TAR TO WK-IX-BURO.
           IF WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO) = ZERO
              AND WK-SIS-QT-ORIGINAL (WK-IX-SIS WK-IX-BURO) = ZERO
               GO TO 4700-REPROCESSAR-UM-BURO-EXIT
           END-IF.
           MOVE WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO)
             TO WK-QT-CONSULTAS-ED.
           MOVE WK-SIS-VL-BURO (WK-IX-SIS WK-IX-BURO)
             TO WK-VL-CALCULADO.
           ADD WK-VL-CALCULADO TO WK-VL-TOTAL-SIS.
           ADD WK-SIS-VL-ORIGINAL (WK-IX-SIS WK-IX-BURO)
             TO WK-VL-TOTAL-ORIG-SIS.
           MOVE WK-VL-CALCULADO TO WK-VL-CALCULADO-ED.
           MOVE WK-SIS-VL-ORIGINAL (WK-IX-SIS WK-IX-BURO)
             TO WK-VL-ORIGINAL-ED.
           COMPUTE WK-VL-DIFERENCA =
               WK-VL-CALCULADO
             - WK-SIS-VL-ORIGINAL (WK-IX-SIS WK-IX-BURO).
           MOVE WK-VL-DIFERENCA TO WK-VL-DIFERENCA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "  " DELIMITED BY SIZE
                  WK-TAR-CO-BURO (WK-IX-TAR) DELIMITED BY SIZE
                  " QT " DELIMITED BY SIZE
                  WK-QT-CONSULTAS-ED         DELIMITED BY SIZE
                  " NOVO " DELIMITED BY SIZE
                  WK-VL-CALCULADO-ED         DELIMITED BY SIZE
                  " ORIG " DELIMITED BY SIZE
                  WK-VL-ORIGINAL-ED          DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  WK-VL-DIFERENCA-ED         DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-SIS-QT-ORIGINAL (WK-IX-SIS WK-IX-BURO)
              NOT = WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO)
               MOVE WK-SIS-QT-ORIGINAL (WK-IX-SIS WK-IX-BURO)
                 TO WK-QT-CONSULTAS-ED
               MOVE SPACES TO REG-RELATORIO
               STRING "    QT NO RATEIO ORIGINAL: " DELIMITED BY SIZE
                      WK-QT-CONSULTAS-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           PERFORM 4300-AVISAR-SEM-TARIFA
               THRU 4300-AVISAR-SEM-TARIFA-EXIT.
       4700-REPROCESSAR-UM-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    FECHAMENTO NORMAL: GRAVA O RATEIO DO MES (UM REGISTRO POR   *
      *    SISTEMA + CNPJ + BURO COM CONSULTA) PARA O REPROCESSAMENTO  *
      *    TER CONTRA O QUE COMPARAR. MES JA FECHADO NAO E REGRAVADO:  *
      *    O ORIGINAL FICA, E O JOB TERMINA COM RETURN-CODE 4.         *
      *    CONSULTA SEM TARIFA VIGENTE NO MES TAMBEM RETEM O           *
      *    FECHAMENTO: UM RATEIO GRAVADO COM VALOR ZERO NUNCA MAIS     *
      *    SERIA REGRAVADO. O JOB TERMINA COMO FALHA (RC 8), PARA O    *
      *    EXPURGO DO SIPDET NAO RODAR; CADASTRADA A TARIFA PELO       *
      *    PESPO660, BASTA REEXECUTAR O MES.                           *
      *----------------------------------------------------------------*
       5000-GRAVAR-FECHAMENTO.
           IF MES-JA-FECHADO
               DISPLAY "PESPO670 - MES " WK-ANO-MES " JA FECHADO EM "
                       WK-DT-FECHAMENTO-ORIG ", RATEIO ORIGINAL "
                       "MANTIDO. PARA COMPARAR USE TIPO R, RC=4"
               MOVE 4 TO RETURN-CODE
               GO TO 5000-GRAVAR-FECHAMENTO-EXIT
           END-IF.
           IF WK-QT-SEM-TARIFA-MES > ZERO
               SET FECHAMENTO-RETIDO TO TRUE
               MOVE SPACES TO REG-RELATORIO
               WRITE REG-RELATORIO
               MOVE
                 "*** MES NAO FECHADO: CONSULTA SEM TARIFA VIGENTE ***"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
               DISPLAY "PESPO670 - MES " WK-ANO-MES " NAO FECHADO, "
                       WK-QT-SEM-TARIFA-MES " CONSULTA(S) SEM TARIFA "
                       "VIGENTE. CADASTRAR A TARIFA E REEXECUTAR, RC=8"
               GO TO 5000-GRAVAR-FECHAMENTO-EXIT
           END-IF.
           PERFORM 5100-GRAVAR-UM-SISTEMA
                   THRU 5100-GRAVAR-UM-SISTEMA-EXIT
               VARYING WK-IX-SIS FROM 1 BY 1
               UNTIL WK-IX-SIS > WK-QT-SISTEMAS.
       5000-GRAVAR-FECHAMENTO-EXIT.
           EXIT.

       5100-GRAVAR-UM-SISTEMA.
           PERFORM 5110-GRAVAR-UM-BURO
                   THRU 5110-GRAVAR-UM-BURO-EXIT
               VARYING WK-IX-BURO FROM 1 BY 1
               UNTIL WK-IX-BURO > 7.
       5100-GRAVAR-UM-SISTEMA-EXIT.
           EXIT.

       5110-GRAVAR-UM-BURO.
           IF WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO) = ZERO
               GO TO 5110-GRAVAR-UM-BURO-EXIT
           END-IF.
           SET WK-IX-TAR TO WK-IX-BURO.
           MOVE WK-ANO-MES                 TO RTF-ANO-MES.
           MOVE WK-SIS-SISTEMA (WK-IX-SIS) TO RTF-SISTEMA.
           MOVE WK-SIS-CNPJ (WK-IX-SIS)    TO RTF-CNPJ.
           MOVE WK-TAR-CO-BURO (WK-IX-TAR) TO RTF-CO-BURO.
           MOVE WK-SIS-QT-BURO (WK-IX-SIS WK-IX-BURO)
             TO RTF-QT-CONSULTAS.
           MOVE WK-SIS-QT-SEM-TAR (WK-IX-SIS WK-IX-BURO)
             TO RTF-QT-SEM-TARIFA.
           MOVE WK-SIS-VL-BURO (WK-IX-SIS WK-IX-BURO)
             TO RTF-VL-RATEADO.
           MOVE WK-DATA-HOJE               TO RTF-DT-FECHAMENTO.
           MOVE WK-HORA-AGORA              TO RTF-HR-FECHAMENTO.
           WRITE REG-RATFECH
               INVALID KEY
                   REWRITE REG-RATFECH
           END-WRITE.
           ADD 1 TO WK-QT-GRAVADOS.
       5110-GRAVAR-UM-BURO-EXIT.
           EXIT.

       9000-FINALIZAR.
           CLOSE ARQ-PARAMET.
           CLOSE ARQ-SIPDET.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-RATFECH.
           DISPLAY "PESPO670 - RATEIO CONCLUIDO, DOSSIES NO MES: "
                   WK-QT-DOSSIES-MES.
           DISPLAY "PESPO670 - CONSULTAS SEM TARIFA VIGENTE:      "
                   WK-QT-SEM-TARIFA-MES.
           DISPLAY "PESPO670 - REGISTROS DE RATEIO GRAVADOS:      "
                   WK-QT-GRAVADOS.
       9000-FINALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    INICIALIZACAO QUE NAO CHEGOU A PROCESSAMENTO-OK (ARQUIVO,   *
      *    TABELA DE TARIFAS OU PARAMETRO FALTANDO) E FECHAMENTO       *
      *    RETIDO POR CONSULTA SEM TARIFA FICAM REGISTRADOS COMO       *
      *    FALHA, COM RETURN-CODE 8.                                   *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK AND FECHAMENTO-LIBERADO
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO670 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.

      *                   ARQ-RESULTADO E REABERTO EM EXTEND, SEM      *
      *                   PERDER O QUE JA FOI GRAVADO. O CHECKPOINT    *
      *                   SO E ZERADO NO FIM NORMAL.                   *
      *  2026-10-15  MRS  CPF RECUSADO POR SICPF000 COM LK_CO_RETORNO  *
      *                   "06" (DIGITO VERIFICADOR NAO CONFERE) PASSA  *
      *                   A SER GRAVADO TAMBEM EM ARQ-REJEITADOS       *
      *                   (ARQREJEI) E LISTADO NO RELATORIO DE         *
      *                   REJEITADOS (RELREJEI) COM O TOTAL NO FIM,    *
      *                   PARA A AREA DE ORIGEM CORRIGIR A CARGA.      *
      *                   ARQ-REJEITADOS SEGUE O ARQ-RESULTADO: OUTPUT *
      *                   NA CARGA NOVA E EXTEND NO RESTART.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RESULTADO.

           SELECT ARQ-REJEITADOS ASSIGN TO ARQREJEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-REJEITADOS.

           SELECT ARQ-RELATORIO ASSIGN TO RELREJEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

           SELECT ARQ-CHECKPOINT ASSIGN TO CHECKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 REG-RET-CO-RETORNO      PIC X(002).
           05 REG-RET-DS-RETORNO      PIC X(040).

      *----------------------------------------------------------------*
      *    CPFS DA CARGA COM DIGITO VERIFICADOR INVALIDO, NO MESMO     *
      *    LAYOUT DE REG-RESULTADO, PARA DEVOLUCAO A AREA DE ORIGEM.   *
      *----------------------------------------------------------------*
       FD  ARQ-REJEITADOS
           RECORDING MODE IS F.
       01  REG-REJEITADO.
           05 REJ-NU-CPF              PIC 9(011).
           05 REJ-CO-REGRA-NEG        PIC X(005).
           05 REJ-CO-RETORNO          PIC X(002).
           05 REJ-DS-RETORNO          PIC X(040).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

      *----------------------------------------------------------------*
      *    REGISTRO UNICO DE CHECKPOINT, NO MESMO PADRAO DO PESPO630:  *
      *    GRAVADO AO FIM DE CADA LOTE COM A QUANTIDADE JA LIDA DE     *
       77  WK-FS-CPF-LOTE             PIC X(002) VALUE "00".
       77  WK-FS-RESULTADO            PIC X(002) VALUE "00".
       77  WK-FS-CHECKPOINT           PIC X(002) VALUE "00".
       77  WK-FS-REJEITADOS           PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-QT-REJEITADOS           PIC 9(007) COMP VALUE ZERO.
       77  WK-QT-REJEITADOS-ED        PIC Z.ZZZ.ZZ9.
       77  WK-SW-FIM-ARQUIVO          PIC X(001) VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
           88 NAO-FIM-ARQUIVO                    VALUE "N".
               THRU 1200-PULAR-JA-PROCESSADOS-EXIT.
           PERFORM 1300-ABRIR-RESULTADO
               THRU 1300-ABRIR-RESULTADO-EXIT.
           PERFORM 1400-ABRIR-REJEITADOS
               THRU 1400-ABRIR-REJEITADOS-EXIT.
           MOVE SPACES TO AREA-DE-CONTROLE.
           MOVE ZERO   TO NIS            OF AREA-DE-CONTROLE.
           MOVE "99"   TO NIVEL-AUTENT   OF AREA-DE-CONTROLE.
       1300-ABRIR-RESULTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    ARQ-REJEITADOS ACOMPANHA O ARQ-RESULTADO (OUTPUT NA CARGA   *
      *    NOVA, EXTEND NO RESTART). O RELATORIO E SEMPRE DESTA        *
      *    EXECUCAO E LISTA SO OS REJEITADOS DELA.                     *
      *----------------------------------------------------------------*
       1400-ABRIR-REJEITADOS.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WK-QT-JA-PROCESSADOS > 0
               OPEN EXTEND ARQ-REJEITADOS
               IF WK-FS-REJEITADOS = "05" OR WK-FS-REJEITADOS = "35"
                   OPEN OUTPUT ARQ-REJEITADOS
               END-IF
           ELSE
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.
           IF WK-FS-REJEITADOS NOT = "00"
               DISPLAY "SICPF010 - ERRO AO ABRIR ARQ-REJEITADOS "
                       WK-FS-REJEITADOS
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "SICPF010 - CPFS REJEITADOS NA CARGA EM LOTE - "
                      DELIMITED BY SIZE
                  WK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           IF WK-QT-JA-PROCESSADOS > 0
               MOVE SPACES TO REG-RELATORIO
               MOVE "RESTART: LISTA SO OS REJEITADOS DESTA EXECUCAO"
                 TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
       1400-ABRIR-REJEITADOS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    PROCESSA UM LOTE DE ATE 500 CPFS: CARREGA A TABELA          *
      *    LK_TAB_CPF_LOTE, CONSULTA CADA PAR CPF/REGRA E GRAVA O      *
           MOVE LK_DS_RETORNO_SAI   (LK_IX_RET_LOTE)
                                              TO REG-RET-DS-RETORNO.
           WRITE REG-RESULTADO.
           IF REG-RET-CO-RETORNO = "06"
               PERFORM 3200-GRAVAR-REJEITADO
                   THRU 3200-GRAVAR-REJEITADO-EXIT
           END-IF.
       3100-GRAVAR-UM-RESULTADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CPF COM DIGITO VERIFICADOR INVALIDO: VAI PARA O ARQUIVO DE  *
      *    REJEITADOS E PARA O RELATORIO, ALEM DO ARQ-RESULTADO.       *
      *----------------------------------------------------------------*
       3200-GRAVAR-REJEITADO.
           ADD 1 TO WK-QT-REJEITADOS.
           MOVE REG-RET-NU-CPF        TO REJ-NU-CPF.
           MOVE REG-RET-CO-REGRA-NEG  TO REJ-CO-REGRA-NEG.
           MOVE REG-RET-CO-RETORNO    TO REJ-CO-RETORNO.
           MOVE REG-RET-DS-RETORNO    TO REJ-DS-RETORNO.
           WRITE REG-REJEITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "CPF "               DELIMITED BY SIZE
                  REG-RET-NU-CPF       DELIMITED BY SIZE
                  " REGRA "            DELIMITED BY SIZE
                  REG-RET-CO-REGRA-NEG DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  REG-RET-DS-RETORNO   DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3200-GRAVAR-REJEITADO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    O ARQUIVO DE CPFS FOI PROCESSADO POR COMPLETO NESTA         *
      *    RODADA: O CHECKPOINT E ZERADO PARA A PROXIMA CARGA COMECAR  *
           EXIT.

       9000-FINALIZAR.
           PERFORM 9100-EMITIR-RODAPE
               THRU 9100-EMITIR-RODAPE-EXIT.
           CLOSE ARQ-CPF-LOTE.
           CLOSE ARQ-RESULTADO.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-CHECKPOINT.
           DISPLAY "SICPF010 - CPFS LIDOS: " WK-QT-LIDOS.
           DISPLAY "SICPF010 - CPFS REJEITADOS (DV): "
                   WK-QT-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.

       9100-EMITIR-RODAPE.
           MOVE WK-QT-REJEITADOS TO WK-QT-REJEITADOS-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DE CPFS REJEITADOS: " DELIMITED BY SIZE
                  WK-QT-REJEITADOS-ED          DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       9100-EMITIR-RODAPE-EXIT.
           EXIT.

       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

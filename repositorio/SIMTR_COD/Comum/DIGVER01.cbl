      ******************************************************************
      *  PROGRAM-ID  : DIGVER01                                        *
      *  AUTHOR      : M.R.SANTOS - GTECH                              *
      *  INSTALLATION: SIMTR - DOSSIE DIGITAL                          *
      *  DATE-WRITTEN: 2026-10-15                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIGVER01.
       AUTHOR.        M.R.SANTOS - GTECH.
       INSTALLATION.  SIMTR - DOSSIE DIGITAL.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  MODIFICATION HISTORY                                          *
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15  MRS  PROGRAMA ORIGINAL - ROTINA UNICA DE          *
      *                   CONFERENCIA DOS DIGITOS VERIFICADORES        *
      *                   (MODULO 11) DE CPF E CNPJ, NOS MOLDES DA     *
      *                   RECEI01. O CHAMADOR INFORMA DOCUMENTO E      *
      *                   TIPO DE PESSOA E RECEBE SE O DOCUMENTO E     *
      *                   VALIDO, ANTES DE GASTAR CONSULTA NA RECEITA  *
      *                   OU NOS BUROS COM DOCUMENTO DIGITADO ERRADO.  *
      ******************************************************************

      ******************************************************************
      *  FUNCAO : RECEBE O DOCUMENTO EM 14 POSICOES (CPF ALINHADO A    *
      *           DIREITA, COMO EM WK-DOCUMENTO DA PESPO600) E O TIPO  *
      *           DE PESSOA (1 FISICA / 2 JURIDICA) E DEVOLVE          *
      *           D01-CO-RESULTADO "S" (VALIDO) OU "N" (INVALIDO).     *
      *           E INVALIDO O DOCUMENTO ZERADO, O CPF COM MAIS DE 11  *
      *           DIGITOS, O DOCUMENTO COM TODOS OS DIGITOS IGUAIS     *
      *           (QUE PASSA NO MODULO 11 MAS NAO EXISTE), O TIPO DE   *
      *           PESSOA DESCONHECIDO E O DIGITO VERIFICADOR QUE NAO   *
      *           CONFERE COM O CALCULADO.                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-SOMA                    PIC 9(005) COMP VALUE ZERO.
       77  WK-RESTO                   PIC 9(003) COMP VALUE ZERO.
       77  WK-QUOCIENTE               PIC 9(014) COMP VALUE ZERO.
       77  WK-RESTO-DOC               PIC 9(014) COMP VALUE ZERO.
       77  WK-DV-CALCULADO            PIC 9(001) VALUE ZERO.
       77  WK-NU-LINHA                PIC 9(001) COMP VALUE ZERO.
       77  WK-POS-INI                 PIC 9(002) COMP VALUE ZERO.
       77  WK-QT-DIGITOS              PIC 9(002) COMP VALUE ZERO.
       77  WK-POS-DIG                 PIC 9(002) COMP VALUE ZERO.
       77  WK-POS-DV                  PIC 9(002) COMP VALUE ZERO.
       77  WK-SS-DIG                  PIC 9(002) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *    DOCUMENTO DECOMPOSTO DIGITO A DIGITO. O CPF OCUPA AS        *
      *    POSICOES 4 A 14 E O CNPJ AS POSICOES 1 A 14.                *
      *----------------------------------------------------------------*
       01  WK-DOCUMENTO               PIC 9(014) VALUE ZERO.
       01  WK-DOC-DIGITOS REDEFINES WK-DOCUMENTO.
           05 WK-DIGITO               PIC 9(001) OCCURS 14 TIMES.

      *----------------------------------------------------------------*
      *    PESOS DO MODULO 11, UMA LINHA POR DIGITO A CALCULAR:        *
      *    1 = PRIMEIRO DV DO CPF (10 A 2), 2 = SEGUNDO DV DO CPF      *
      *    (11 A 2), 3 = PRIMEIRO DV DO CNPJ (5 A 2 E 9 A 2) E         *
      *    4 = SEGUNDO DV DO CNPJ (6 A 2 E 9 A 2). POSICOES NAO        *
      *    USADAS FICAM ZERADAS.                                       *
      *----------------------------------------------------------------*
       01  WK-PESOS-VALORES.
           05 FILLER                  PIC X(026)
                  VALUE "10090807060504030200000000".
           05 FILLER                  PIC X(026)
                  VALUE "11100908070605040302000000".
           05 FILLER                  PIC X(026)
                  VALUE "05040302090807060504030200".
           05 FILLER                  PIC X(026)
                  VALUE "06050403020908070605040302".
       01  WK-TAB-PESOS REDEFINES WK-PESOS-VALORES.
           05 WK-PESO-LINHA           OCCURS 4 TIMES.
              07 WK-PESO              PIC 9(002) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01  DIGVER01-PARM.
           05 D01-NU-DOCUMENTO        PIC 9(014).
           05 D01-TIPO-PESSOA         PIC 9(001).
           05 D01-CO-RESULTADO        PIC X(001).
              88 D01-DOC-VALIDO                  VALUE "S".
              88 D01-DOC-INVALIDO                VALUE "N".

       PROCEDURE DIVISION USING DIGVER01-PARM.

       0000-MAINLINE.
           SET D01-DOC-INVALIDO TO TRUE.
           IF D01-NU-DOCUMENTO NOT NUMERIC
              OR D01-NU-DOCUMENTO = ZERO
               GOBACK
           END-IF.
           MOVE D01-NU-DOCUMENTO TO WK-DOCUMENTO.
           EVALUATE D01-TIPO-PESSOA
               WHEN 1
                   PERFORM 1000-VALIDAR-CPF
                       THRU 1000-VALIDAR-CPF-EXIT
               WHEN 2
                   PERFORM 2000-VALIDAR-CNPJ
                       THRU 2000-VALIDAR-CNPJ-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *----------------------------------------------------------------*
      *    CPF: 11 DIGITOS, OS DOIS ULTIMOS SENDO OS VERIFICADORES.    *
      *    O PRIMEIRO DV E CALCULADO SOBRE OS 9 DIGITOS DA BASE E O    *
      *    SEGUNDO SOBRE A BASE MAIS O PRIMEIRO DV.                    *
      *----------------------------------------------------------------*
       1000-VALIDAR-CPF.
           IF WK-DOCUMENTO > 99999999999
               GO TO 1000-VALIDAR-CPF-EXIT
           END-IF.
           DIVIDE WK-DOCUMENTO BY 11111111111
               GIVING WK-QUOCIENTE REMAINDER WK-RESTO-DOC.
           IF WK-RESTO-DOC = ZERO
               GO TO 1000-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 1 TO WK-NU-LINHA.
           MOVE 4 TO WK-POS-INI.
           MOVE 9 TO WK-QT-DIGITOS.
           PERFORM 3000-CALCULAR-DV THRU 3000-CALCULAR-DV-EXIT.
           IF WK-DV-CALCULADO NOT = WK-DIGITO (WK-POS-DV)
               GO TO 1000-VALIDAR-CPF-EXIT
           END-IF.
           MOVE 2  TO WK-NU-LINHA.
           MOVE 10 TO WK-QT-DIGITOS.
           PERFORM 3000-CALCULAR-DV THRU 3000-CALCULAR-DV-EXIT.
           IF WK-DV-CALCULADO NOT = WK-DIGITO (WK-POS-DV)
               GO TO 1000-VALIDAR-CPF-EXIT
           END-IF.
           SET D01-DOC-VALIDO TO TRUE.
       1000-VALIDAR-CPF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CNPJ: 14 DIGITOS, OS DOIS ULTIMOS SENDO OS VERIFICADORES.   *
      *    O PRIMEIRO DV E CALCULADO SOBRE OS 12 DIGITOS DA BASE E DA  *
      *    FILIAL E O SEGUNDO SOBRE ESSES MAIS O PRIMEIRO DV.          *
      *----------------------------------------------------------------*
       2000-VALIDAR-CNPJ.
           DIVIDE WK-DOCUMENTO BY 11111111111111
               GIVING WK-QUOCIENTE REMAINDER WK-RESTO-DOC.
           IF WK-RESTO-DOC = ZERO
               GO TO 2000-VALIDAR-CNPJ-EXIT
           END-IF.
           MOVE 3  TO WK-NU-LINHA.
           MOVE 1  TO WK-POS-INI.
           MOVE 12 TO WK-QT-DIGITOS.
           PERFORM 3000-CALCULAR-DV THRU 3000-CALCULAR-DV-EXIT.
           IF WK-DV-CALCULADO NOT = WK-DIGITO (WK-POS-DV)
               GO TO 2000-VALIDAR-CNPJ-EXIT
           END-IF.
           MOVE 4  TO WK-NU-LINHA.
           MOVE 13 TO WK-QT-DIGITOS.
           PERFORM 3000-CALCULAR-DV THRU 3000-CALCULAR-DV-EXIT.
           IF WK-DV-CALCULADO NOT = WK-DIGITO (WK-POS-DV)
               GO TO 2000-VALIDAR-CNPJ-EXIT
           END-IF.
           SET D01-DOC-VALIDO TO TRUE.
       2000-VALIDAR-CNPJ-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CALCULA UM DIGITO VERIFICADOR: SOMA OS WK-QT-DIGITOS        *
      *    DIGITOS A PARTIR DE WK-POS-INI MULTIPLICADOS PELOS PESOS    *
      *    DA LINHA WK-NU-LINHA; RESTO DA DIVISAO POR 11 MENOR QUE 2   *
      *    DA DV ZERO, SENAO O DV E 11 MENOS O RESTO. DEVOLVE TAMBEM   *
      *    EM WK-POS-DV A POSICAO DO DIGITO A CONFERIR.                *
      *----------------------------------------------------------------*
       3000-CALCULAR-DV.
           MOVE ZERO TO WK-SOMA.
           PERFORM 3100-SOMAR-DIGITO
                   THRU 3100-SOMAR-DIGITO-EXIT
               VARYING WK-SS-DIG FROM 1 BY 1
               UNTIL WK-SS-DIG > WK-QT-DIGITOS.
           DIVIDE WK-SOMA BY 11
               GIVING WK-QUOCIENTE REMAINDER WK-RESTO.
           IF WK-RESTO < 2
               MOVE ZERO TO WK-DV-CALCULADO
           ELSE
               COMPUTE WK-DV-CALCULADO = 11 - WK-RESTO
           END-IF.
           COMPUTE WK-POS-DV = WK-POS-INI + WK-QT-DIGITOS.
       3000-CALCULAR-DV-EXIT.
           EXIT.

       3100-SOMAR-DIGITO.
           COMPUTE WK-POS-DIG = WK-POS-INI + WK-SS-DIG - 1.
           COMPUTE WK-SOMA = WK-SOMA
               + (WK-DIGITO (WK-POS-DIG)
                  * WK-PESO (WK-NU-LINHA, WK-SS-DIG)).
       3100-SOMAR-DIGITO-EXIT.
           EXIT.

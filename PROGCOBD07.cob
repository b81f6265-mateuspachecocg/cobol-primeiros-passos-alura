       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBD07.
      *********************************
      * AREA DE COMENTARIOS -REMARKS
      * AUTHOR = MATEUS (ALURA) MATAL
      * OBJETIVO: VALIDAR OS DIGITOS VERIFICADORES DE UM CNPJ
      *     RECEBIDO VIA LINKAGE E DEVOLVER 'S'/'N' - A IRMA DA
      *     PROGCOBD02 (CPF) PARA PESSOA JURIDICA, CHAMADA PELO
      *     CADASTRO DE FORNECEDORES (PROGCOB107) PARA QUE A REGRA
      *     TENHA UMA UNICA IMPLEMENTACAO. PESOS DE 5 A 2 E DE 9 A 2
      *     NO PRIMEIRO DIGITO, DE 6 A 2 E DE 9 A 2 NO SEGUNDO;
      *     RESTO MENOR QUE 2 DA DIGITO ZERO
      * DATA = 15/10/2026
      ********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WRK-CNPJ.
           02 WRK-D1   PIC 9(01).
           02 WRK-D2   PIC 9(01).
           02 WRK-D3   PIC 9(01).
           02 WRK-D4   PIC 9(01).
           02 WRK-D5   PIC 9(01).
           02 WRK-D6   PIC 9(01).
           02 WRK-D7   PIC 9(01).
           02 WRK-D8   PIC 9(01).
           02 WRK-D9   PIC 9(01).
           02 WRK-D10  PIC 9(01).
           02 WRK-D11  PIC 9(01).
           02 WRK-D12  PIC 9(01).
           02 WRK-DV1  PIC 9(01).
           02 WRK-DV2  PIC 9(01).
       77  WRK-SOMA1      PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA2      PIC 9(04) VALUE ZEROS.
       77  WRK-QUOC       PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO      PIC 9(02) VALUE ZEROS.
       77  WRK-DV1-CALC   PIC 9(01) VALUE ZEROS.
       77  WRK-DV2-CALC   PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-CNPJ         PIC 9(14).
       01 LK-CNPJ-VALIDO  PIC X(01).
       PROCEDURE DIVISION USING LK-CNPJ LK-CNPJ-VALIDO.

       0001-PRINCIPAL.
           MOVE LK-CNPJ TO WRK-CNPJ.
           PERFORM 0100-CALCULA-DV1.
           PERFORM 0200-CALCULA-DV2.

           IF WRK-DV1 = WRK-DV1-CALC AND WRK-DV2 = WRK-DV2-CALC
               MOVE 'S' TO LK-CNPJ-VALIDO
           ELSE
               MOVE 'N' TO LK-CNPJ-VALIDO
           END-IF.

           GOBACK.

       0100-CALCULA-DV1.
           COMPUTE WRK-SOMA1 = WRK-D1 * 5 + WRK-D2 * 4 + WRK-D3 * 3
                              + WRK-D4 * 2 + WRK-D5 * 9 + WRK-D6 * 8
                              + WRK-D7 * 7 + WRK-D8 * 6 + WRK-D9 * 5
                              + WRK-D10 * 4 + WRK-D11 * 3
                              + WRK-D12 * 2.
           DIVIDE WRK-SOMA1 BY 11 GIVING WRK-QUOC REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV1-CALC
           ELSE
               COMPUTE WRK-DV1-CALC = 11 - WRK-RESTO
           END-IF.

       0200-CALCULA-DV2.
           COMPUTE WRK-SOMA2 = WRK-D1 * 6 + WRK-D2 * 5 + WRK-D3 * 4
                              + WRK-D4 * 3 + WRK-D5 * 2 + WRK-D6 * 9
                              + WRK-D7 * 8 + WRK-D8 * 7 + WRK-D9 * 6
                              + WRK-D10 * 5 + WRK-D11 * 4
                              + WRK-D12 * 3 + WRK-DV1-CALC * 2.
           DIVIDE WRK-SOMA2 BY 11 GIVING WRK-QUOC REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV2-CALC
           ELSE
               COMPUTE WRK-DV2-CALC = 11 - WRK-RESTO
           END-IF.

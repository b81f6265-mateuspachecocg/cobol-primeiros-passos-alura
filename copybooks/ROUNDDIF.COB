      *********************************
      * COPYBOOK: ROUNDDIF.COB
      * LOG DA COMPARACAO DE ARREDONDAMENTO (ARQUIVO ROUNDDIF): COM
      * A CHAVE ROUNDCMP ARMADA, O PROGCOB141 GRAVA AQUI CADA VALOR
      * EM QUE A REGRA DO ROUNDPRM DA RESULTADO DIFERENTE DA REGRA
      * QUE O PROGRAMA APLICAVA ANTES - O VALOR CHEIO, O RESULTADO
      * ANTIGO E O NOVO. LISTADO PELO PROGCOB142
      *********************************
       01  RF-REGISTRO.
           02 RF-DATA           PIC 9(08).
           02 RF-PROGRAMA       PIC X(10).
           02 RF-TIPO           PIC X(10).
           02 RF-REFERENCIA     PIC X(15).
           02 RF-VALOR          PIC S9(11)V9(06)
                                SIGN IS LEADING SEPARATE.
           02 RF-MODO-ANTERIOR  PIC X(01).
           02 RF-ANTERIOR       PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           02 RF-MODO           PIC X(01).
           02 RF-NOVO           PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.

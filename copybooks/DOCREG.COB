      *********************************
      * COPYBOOK: DOCREG.COB
      * REGISTRO DOS DOCUMENTOS ESCOLARES EMITIDOS (DOCREG): UM
      * REGISTRO POR DOCUMENTO, COM O NUMERO SEQUENCIAL (CONTROLE
      * DOCCTL), O TIPO ('D' = DECLARACAO DE MATRICULA, 'C' =
      * CERTIFICADO DE CONCLUSAO), O ALUNO, A TURMA (A ATUAL NA
      * DECLARACAO, A DO ULTIMO PERIODO NO CERTIFICADO), A DATA DE
      * EMISSAO, O CODIGO DE VERIFICACAO IMPRESSO NO PAPEL E QUEM
      * EMITIU. GRAVADO E CONSULTADO PELO PROGCOB121: O DOCUMENTO
      * APRESENTADO SO E AUTENTICO SE NUMERO E CODIGO CONFEREM COM
      * O REGISTRO E OS DADOS DO PAPEL BATEM COM OS DAQUI
      *********************************
       01  DC-REGISTRO.
           02 DC-NUMERO        PIC 9(06).
           02 DC-TIPO          PIC X(01).
              88 DC-DECLARACAO VALUE 'D'.
              88 DC-CERTIFICADO VALUE 'C'.
           02 DC-MATRICULA     PIC 9(06).
           02 DC-NOME          PIC X(20).
           02 DC-TURMA         PIC X(05).
           02 DC-DATA-EMISSAO  PIC 9(08).
           02 DC-CODIGO-VERIF  PIC 9(08).
           02 DC-USUARIO       PIC X(08).

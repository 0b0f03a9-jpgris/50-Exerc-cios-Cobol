      *  2026-08: incluidos nome, data de nascimento e     *
      *  cidade; a idade passa a ser derivada da data de   *
      *  nascimento nos relatorios.                        *
      *  2026-10: conta CLIENTES (exerc-44) em que o      *
      *  beneficio municipal do domicilio e creditado     *
      *  quando a pessoa e o chefe (exerc-10-pag); zero   *
      *  ou branco = sem conta.                           *
      *  2026-10: CPF da pessoa, conferido pelo VALIDOC   *
      *  e gravado so com digitos; branco = sem documento *
      *  (menor de idade). Chave da consulta cruzada      *
      *  util-doccon com os outros cadastros.             *
      *****************************************************
       01  PESSOA-REG.
           05  PES-CODIGO          PIC 9(4).
           05  PES-SEXO            PIC X(01).
           05  PES-OLHOS           PIC X(01).
           05  PES-CABELOS         PIC X(01).
           05  PES-CODCLIENTE      PIC 9(6).
           05  PES-DOCUMENTO       PIC X(14).

      *  PESSOAS a partir dele. A data de nascimento eh    *
      *  estimada pela idade (convencao: 1o de julho);     *
      *  nome e cidade ficam em branco para complemento    *
      *  pela manutencao (EXERC-16-MAN), assim como a      *
      *  conta CLIENTES (zerada) e o CPF. O cadastro que   *
      *  ja tem nome, nascimento e cidade passa pela       *
      *  EXERC-16-CPE.                                     *
      *****************************************************

       ENVIRONMENT DIVISION.
                   MOVE PEA-SEXO TO PES-SEXO
                   MOVE PEA-OLHOS TO PES-OLHOS
                   MOVE PEA-CABELOS TO PES-CABELOS
                   MOVE ZEROS TO PES-CODCLIENTE
                   MOVE SPACES TO PES-DOCUMENTO

                   WRITE PESSOA-REG
                       INVALID KEY

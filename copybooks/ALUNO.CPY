      *  atribuido pelo exerc-29-tur; espaco vale a       *
      *  turma unica dos registros antigos. Boletim,      *
      *  classificacao e resumo saem por turma.           *
      *  2026-10: codigo do responsavel (a matricula de   *
      *  um dos irmaos) que agrupa os irmaos para o       *
      *  desconto da mensalidade (exerc-29-pla);          *
      *  espaco = sem irmaos na escola.                   *
      *  2026-10: serie do aluno (1 a 9; espaco = nao     *
      *  informada), mantida pelo exerc-29-tur, e ano     *
      *  letivo a que a serie se refere, gravado pela     *
      *  virada do ano (exerc-29-vir): aprovado sobe de   *
      *  serie, reprovado fica, o da ultima serie sai     *
      *  como concluinte (situacao C).                    *
      *****************************************************
       01  WSS-REG-ALUNO.
           05  REG-ALUNO-ID          PIC 9(5).
               88  REG-ALUNO-ATIVO        VALUES "A" SPACE.
               88  REG-ALUNO-TRANSFERIDO  VALUE "T".
               88  REG-ALUNO-DESISTENTE   VALUE "D".
               88  REG-ALUNO-CONCLUINTE   VALUE "C".
           05  REG-ALUNO-SITDATA     PIC X(08).
           05  REG-ALUNO-TURMA       PIC X(01).
           05  REG-ALUNO-RESPONSAVEL PIC X(05).
           05  REG-ALUNO-SERIE       PIC X(01).
           05  REG-ALUNO-ANOSERIE    PIC X(04).

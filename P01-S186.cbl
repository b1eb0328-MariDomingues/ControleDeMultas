           desde ARQ-USU-SENHA-DATA-TROCA, ou troca nunca feita),
           obrigando a passagem pelo P01-S187 antes de entrar.
           Retornos: "S" ok, "T" troca obrigatoria, "B" bloqueado,
           "N" login ou senha invalidos. Senha certa grava a data do
           ultimo acesso (ARQ-USU-DATA-ULT-LOGIN).
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.

       4000-ACERTO-DE-SENHA.
           MOVE ARQ-USU-CODIGO TO LNK-S186-CODIGO
      *    a data do ultimo acesso vai para a revisao trimestral de
      *    acessos (P99-R059).
           MOVE ZERO         TO ARQ-USU-TENTATIVAS
           MOVE WS-DATA-HOJE TO ARQ-USU-DATA-ULT-LOGIN
           REWRITE ARQ-USU-REG

      *    senha sem data de troca e senha da carga inicial: vencida
      *    por definicao.
      *   28/08/2026 - equipe.ti - rotina nova de validacao de login
      *                com bloqueio por tentativas e vencimento de
      *                senha.
      *   02/10/2026 - equipe.ti - senha certa grava a data do ultimo
      *                acesso (ARQ-USU-DATA-ULT-LOGIN), exibida na
      *                revisao trimestral de acessos.

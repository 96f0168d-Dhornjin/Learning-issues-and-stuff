       PROCEDURE DIVISION USING id-attribue.

       MAIN-PROCEDURE.
      *>   CALLed by sandbox, reprise and charge wherever a fresh id
      *>   is needed: hands back "CL" plus the next sequential number
      *>   and advances the counter, so two records can never leave
      *>   data entry under the same invented id. Returns SPACES when

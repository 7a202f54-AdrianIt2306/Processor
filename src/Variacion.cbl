           end-if.

      *> Primera pasada: los periodos se graban en orden cronologico,
      *> los dos ultimos distintos son anterior y actual. Los 'X'/'Y'
      *> de una corrida extraordinaria no son un periodo regular.
       identificar-periodos.
           perform until ws-fin-historia = 'S'
               read archivo-historia
                       move 'S' to ws-fin-historia
                   not at end
                       if his-periodo not = ws-periodo-actual
                               and his-tipo not = 'X'
                               and his-tipo not = 'Y'
                           move ws-periodo-actual
                               to ws-periodo-anterior
                           move his-periodo to ws-periodo-actual

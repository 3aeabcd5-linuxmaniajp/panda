             NOT INVALID KEY
      *
      *    Changing what every screen shows for a code is an update
      *    -- hold the operator to the same AUTH-CLASS 'U' (or 'S')
      *    bar the bridge holds updating table operations to.
      *
               EVALUATE    TRUE
                 WHEN    (  AUTH-LOCKED  =  1  )
                   DISPLAY '*** SIGNON FAILED'
                       UPON    CONSOLE
                 WHEN    (  AUTH-CLASS  NOT =  'U'  )
                     AND (  AUTH-CLASS  NOT =  'S'  )
                   DISPLAY '*** UPDATE (U) CLASS REQUIRED'
                       UPON    CONSOLE
                 WHEN      OTHER

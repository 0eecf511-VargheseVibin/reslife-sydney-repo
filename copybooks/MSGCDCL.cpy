001300*             LTRSAL LTRBODY1 LTRBODY2 LTRBODY3                  *
001400*             LTRHALL LTRROOM LTRPLAN LTRCKIN                    *
001500*             LTRCLOSE LTRSIGN                 - LTRCAT          *
001533*             LTROFACC LTROFDEC LTROFLAP                         *
001566*             LTROFRQU LTROFCLS                - LTRCAT          *
001600*             RMDSAL RMDBODY1 RMDBODY2 RMDBODY3                  *
001700*             RMDHALL RMDROOM RMDCKOUT                           *
001800*             RMDCLOSE RMDSIGN                 - RMDCAT          *

           05 filler redefines npricef.
               10 npricea                 pic x.
           05 npricei                     pic x(7).
           05 nvendl                      pic s9(4) comp.
           05 nvendf                      pic x.
           05 filler redefines nvendf.
               10 nvenda                  pic x.
           05 nvendi                      pic x(6).
           05 njurisl                     pic s9(4) comp.
           05 njurisf                     pic x.
           05 filler redefines njurisf.
           05 filler redefines nafterf.
               10 naftera                 pic x.
           05 nafteri                     pic x(60).
           05 nvnamel                     pic s9(4) comp.
           05 nvnamef                     pic x.
           05 filler redefines nvnamef.
               10 nvnamea                 pic x.
           05 nvnamei                     pic x(20).
           05 nvterml                     pic s9(4) comp.
           05 nvtermf                     pic x.
           05 filler redefines nvtermf.
               10 nvterma                 pic x.
           05 nvtermi                     pic x(2).
           05 nvaddrl                     pic s9(4) comp.
           05 nvaddrf                     pic x.
           05 filler redefines nvaddrf.
               10 nvaddra                 pic x.
           05 nvaddri                     pic x(30).
           05 nmsgl                       pic s9(4) comp.
           05 nmsgf                       pic x.
           05 filler redefines nmsgf.
           05 filler                    pic x(3).
           05 npriceo                     pic x(7).
           05 filler                    pic x(3).
           05 nvendo                      pic x(6).
           05 filler                    pic x(3).
           05 njuriso                     pic x(4).
           05 filler                    pic x(3).
           05 ndisto                      pic x(2).
           05 filler                    pic x(3).
           05 naftero                     pic x(60).
           05 filler                    pic x(3).
           05 nvnameo                     pic x(20).
           05 filler                    pic x(3).
           05 nvtermo                     pic x(2).
           05 filler                    pic x(3).
           05 nvaddro                     pic x(30).
           05 filler                    pic x(3).
           05 nmsgo                       pic x(75).

      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-08-22
      * Last Modified: 2026-10-15
      * Purpose: Renders a page-chrome template file to the response.
      *          The CGI programs used to carry their HTML inline in
      *          display statements -- the same style block pasted
      *          %%KEY%% placeholders the caller supplies values for.
      *          A book-specific copy at <base>/<book-id>/<name>.html
      *          wins over the shared <base>/<name>.html, so each
      *          event's book can carry its own banner and colors; in
      *          between, a <base>/<language>/<name>.html copy serves
      *          every book in that language (the sign form's labels
      *          in Spanish, say) that has no copy of its own.
      *          When neither file exists the caller is told so and
      *          renders its built-in markup instead -- no template
      *          directory, no change in behavior.
       01  ws-token                 pic x(36).
       01  ws-ph-idx                pic 9(2).

       01  ws-language              pic x(10).
       01  ws-language-ok           pic x value "Y".
           88  IS-LANGUAGE-OK       value "Y".
       01  ws-scan-pos              pic 9(2).

       linkage section.
       copy "template-request".

           move "N" to WS-TPL-FOUND
           move "99" to ws-template-status

      *> Book-specific copy first, the book's language's copy second,
      *> shared copy last. A blank book id (screens that aren't about
      *> any one book) skips the first.
           if function trim(WS-TPL-BOOK-ID) not = spaces then
               move spaces to ws-template-path
               string
               open input fd-template-file
           end-if

           perform check-language
           if ws-template-status not = "00"
               and ws-language not = spaces then
               move spaces to ws-template-path
               string
                   function trim(WS-TPL-BASE-PATH) "/"
                   function trim(ws-language) "/"
                   function trim(WS-TPL-NAME) ".html"
                   into ws-template-path
               end-string
               open input fd-template-file
           end-if

           if ws-template-status not = "00" then
               move spaces to ws-template-path
               string
                   function trim(WS-TPL-BASE-PATH) "/"
           goback.


       check-language.
      *> Same rule message-catalog applies: the language is part of a
      *> path, so only a plain code ("es", "pt-br") is used.
           move function lower-case(function trim(WS-TPL-LANGUAGE))
               to ws-language
           move "Y" to ws-language-ok

           perform varying ws-scan-pos from 1 by 1
               until ws-scan-pos > 10
               or ws-language(ws-scan-pos:1) = space
               if ws-language(ws-scan-pos:1) not = "-"
                   and ws-language(ws-scan-pos:1) not = "_"
                   and not (ws-language(ws-scan-pos:1) >= "0"
                        and ws-language(ws-scan-pos:1) <= "9")
                   and not (ws-language(ws-scan-pos:1) >= "a"
                        and ws-language(ws-scan-pos:1) <= "z")
                   then
                   move "N" to ws-language-ok
               end-if
           end-perform

           if not IS-LANGUAGE-OK then
               move spaces to ws-language
           end-if

           exit paragraph.


       render-template-line.
           move f-template-line to ws-work-line


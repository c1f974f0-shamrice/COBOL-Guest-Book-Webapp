       >>source format is fixed
      ******************************************************************
      * Author: Erik Eriksen
      * Create Date: 2026-10-15
      * Last Modified: 2026-10-15
      * Purpose: Looks up a guest-facing message in the message catalog
      *          for a book's language. The templates only ever covered
      *          page chrome; everything a guest actually reads -- the
      *          thank-you and error messages, the edit, subscribe and
      *          view-page wording, every email subject and body --
      *          was a literal in the programs, so a Spanish-language
      *          event meant hand-editing and rebuilding them. Each
      *          language is a plain text file, <base>/<language>.msg
      *          under MESSAGE_CATALOG_PATH, one KEY=text line per
      *          message ('#' lines are comments). A key the book's
      *          language doesn't have comes from en.msg, and one
      *          that isn't there either keeps the English wording
      *          the caller passed in, so a half-translated catalog
      *          (or none at all) never leaves a gap on the page.
      *          Both catalogs are read once and kept for the life of
      *          the process; a batch mailing several languages in a
      *          row reloads only when the language changes.
      * Tectonics: ./build_and_deploy.sh
      ******************************************************************
       identification division.
       program-id. message-catalog.

       environment division.

       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.

           select fd-catalog-file assign to ws-catalog-path
               organization is line sequential
               file status is ws-catalog-status.

       data division.

       file section.

       fd  fd-catalog-file.
       01  f-catalog-line           pic x(1024).

       working-storage section.

       01  ws-catalog-path          pic x(300).
       01  ws-catalog-status        pic xx.

       01  ws-language              pic x(10).
       01  ws-language-ok           pic x value "Y".
           88  IS-LANGUAGE-OK       value "Y".
       01  ws-scan-pos              pic 9(2).

       01  ws-line-work             pic x(1024).
       01  ws-line-key              pic x(40).
       01  ws-eq-pos                pic 9(4).

       01  ws-work-text             pic x(1024).
       01  ws-token                 pic x(36).
       01  ws-ph-idx                pic 9.
       01  ws-entry-idx             pic 9(3).

      *> Kept across calls: the base directory both tables were read
      *> from, the language the first table holds, and whether the
      *> English table has been read yet (an absent en.msg still
      *> counts as read -- it isn't looked for again).
       01  ws-loaded-base           pic x(256) value spaces.
       01  ws-lang-loaded           pic x(10) value spaces.
       01  ws-en-loaded             pic x value "N".
           88  IS-EN-LOADED         value "Y".

      *> One catalog as read; loaded here, then moved whole into the
      *> language or the English table.
       01  ws-load-table.
           05  ws-load-count        pic 9(3) value 0.
           05  ws-load-entry        occurs 300 times.
               10  ws-load-key      pic x(40).
               10  ws-load-text     pic x(512).

       01  ws-lang-table.
           05  ws-lang-count        pic 9(3) value 0.
           05  ws-lang-entry        occurs 300 times.
               10  ws-lang-key      pic x(40).
               10  ws-lang-text     pic x(512).

       01  ws-en-table.
           05  ws-en-count          pic 9(3) value 0.
           05  ws-en-entry          occurs 300 times.
               10  ws-en-key        pic x(40).
               10  ws-en-text       pic x(512).

       linkage section.
       copy "message-request".

       procedure division using WS-MESSAGE-REQUEST.

           move "N" to WS-MSG-FOUND

           perform check-language

      *> The tables belong to the directory they were read from.
           if WS-MSG-BASE-PATH not = ws-loaded-base then
               move WS-MSG-BASE-PATH to ws-loaded-base
               move spaces to ws-lang-loaded
               move 0 to ws-lang-count
               move "N" to ws-en-loaded
               move 0 to ws-en-count
           end-if

           if function trim(ws-loaded-base) not = spaces then
               if ws-language not = spaces
                   and ws-language not = "en"
                   and ws-language not = ws-lang-loaded then
                   perform load-language-table
               end-if
               if not IS-EN-LOADED then
                   perform load-english-table
               end-if
           end-if

           if ws-language not = spaces and ws-language not = "en" then
               perform varying ws-entry-idx from 1 by 1
                   until ws-entry-idx > ws-lang-count
                   or IS-MSG-FOUND
                   if ws-lang-key(ws-entry-idx) = WS-MSG-KEY then
                       move ws-lang-text(ws-entry-idx) to WS-MSG-TEXT
                       move "Y" to WS-MSG-FOUND
                   end-if
               end-perform
           end-if

           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-en-count
               or IS-MSG-FOUND
               if ws-en-key(ws-entry-idx) = WS-MSG-KEY then
                   move ws-en-text(ws-entry-idx) to WS-MSG-TEXT
                   move "Y" to WS-MSG-FOUND
               end-if
           end-perform

           perform fill-placeholders

           goback.


       check-language.
      *> The language becomes part of a file name, so anything but a
      *> plain code ("es", "pt-br", "fr_ca") is treated as no language
      *> at all rather than let it walk out of the catalog directory.
           move function lower-case(function trim(WS-MSG-LANGUAGE))
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


       load-language-table.
           move ws-language to ws-lang-loaded
           move spaces to ws-catalog-path
           string
               function trim(ws-loaded-base) "/"
               function trim(ws-language) ".msg"
               into ws-catalog-path
           end-string
           perform load-catalog-file
           move ws-load-table to ws-lang-table
           exit paragraph.


       load-english-table.
           move "Y" to ws-en-loaded
           move spaces to ws-catalog-path
           string
               function trim(ws-loaded-base) "/en.msg"
               into ws-catalog-path
           end-string
           perform load-catalog-file
           move ws-load-table to ws-en-table
           exit paragraph.


       load-catalog-file.
      *> A missing file is an empty catalog, not an error -- the
      *> fallbacks cover it.
           move 0 to ws-load-count

           open input fd-catalog-file
           if ws-catalog-status not = "00" then
               exit paragraph
           end-if

           perform until ws-catalog-status not = "00"
               read fd-catalog-file
                   at end
                       continue
                   not at end
                       perform load-catalog-line
               end-read
           end-perform

           close fd-catalog-file

           exit paragraph.


       load-catalog-line.
           move function trim(f-catalog-line, leading)
               to ws-line-work

           if ws-line-work = spaces
               or ws-line-work(1:1) = "#" then
               exit paragraph
           end-if

           move 0 to ws-eq-pos
           inspect ws-line-work
               tallying ws-eq-pos for characters before initial "="
           if ws-eq-pos = 0 or ws-eq-pos >= 1024 then
               exit paragraph
           end-if

           move spaces to ws-line-key
           move function upper-case(
               function trim(ws-line-work(1:ws-eq-pos)))
               to ws-line-key

      *> Past the table's end, later lines are ignored; the English
      *> wording still shows for them.
           if ws-load-count >= 300 then
               exit paragraph
           end-if

           add 1 to ws-load-count
           move ws-line-key to ws-load-key(ws-load-count)
           move spaces to ws-load-text(ws-load-count)
           if ws-eq-pos < 1023 then
               move function trim(
                   ws-line-work(ws-eq-pos + 2:), leading)
                   to ws-load-text(ws-load-count)
           end-if

           exit paragraph.


       fill-placeholders.
      *> Same %%KEY%% convention render-template uses for page chrome.
           move WS-MSG-TEXT to ws-work-text

           perform varying ws-ph-idx from 1 by 1
               until ws-ph-idx > WS-MSG-PLACEHOLDER-COUNT
               if function trim(WS-MSG-PH-KEY(ws-ph-idx))
                   not = spaces then
                   move spaces to ws-token
                   string "%%"
                       function trim(WS-MSG-PH-KEY(ws-ph-idx))
                       "%%"
                       into ws-token
                   end-string
                   move function substitute(ws-work-text,
                       function trim(ws-token),
                       function trim(
                           WS-MSG-PH-VALUE(ws-ph-idx)))
                       to ws-work-text
               end-if
           end-perform

           move ws-work-text to WS-MSG-TEXT

           exit paragraph.

       end program message-catalog.

%Module RPT_PAYEE_CHECK <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* End-of-day confirmation-of-payee report.
*
* DEBITSIDE_LOOKUP's X997_CHECK_PAYEE scores the beneficiary name of
* every payment crediting an account on our own REL file against the
* name on the owning address, and logs each scored wire to
* PAYEE_CHECK_LOG with its outcome: "P"assed, "W"arned, or "H"eld to
* repair.  This report lists the report date's warned and held wires
* (TRN, score, the name in the message and the name on file) and then
* summarizes by bank and source: wires checked, passed, warned, held,
* and the mismatch rate -- the misdirection figure the auditors ask
* for.

* REVISION HISTORY
* ----------------
*
* R. Iverson	03-Aug-2010	CR13192
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
    Select PAYEE_RPT_FILE	Assign to "RPT_PAYEE_CHECK_OUTPUT"
	   ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  PAYEE_RPT_FILE record 132 characters.
01  PAYEE_RPT_REC		Pic X(132).

Working-Storage Section.

* Per bank/source tally -- same first-free-slot idiom as
* rpt_lkp_stats.cob.
01 Cop_tally_ws.
   02 Cop_tally_entry_ws	occurs 200 times.
      03 Cop_tally_bank_ws		pic x(03).
      03 Cop_tally_src_ws		pic x(03).
      03 Cop_tally_checked_ws		pic 9(07) comp-5 value zeroes.
      03 Cop_tally_passed_ws		pic 9(07) comp-5 value zeroes.
      03 Cop_tally_warned_ws		pic 9(07) comp-5 value zeroes.
      03 Cop_tally_held_ws		pic 9(07) comp-5 value zeroes.

01 Cop_idx_ws			pic 9(04) comp-5 value zeroes.
01 Cop_slot_ws			pic 9(04) comp-5 value zeroes.
01 Cop_bank_chk_ws		pic x(03).
01 Cop_src_chk_ws		pic x(03).
01 Cop_rate_ws			pic 9(05) comp-5 value zeroes.
01 Cop_rate_int_ws		pic 9(03) comp-5 value zeroes.
01 Cop_rate_frac_ws		pic 9(02) comp-5 value zeroes.
01 Checked_count_ws		pic 9(07) comp-5 value zeroes.
01 Mismatch_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of
* the COMP-5 fields above for the STRINGs below.
01 Score_ws_d			pic 9(03) usage display.
01 Checked_ws_d			pic 9(07) usage display.
01 Passed_ws_d			pic 9(07) usage display.
01 Warned_ws_d			pic 9(07) usage display.
01 Held_ws_d			pic 9(07) usage display.
01 Rate_int_ws_d		pic 9(03) usage display.
01 Rate_frac_ws_d		pic 9(02) usage display.
01 Checked_count_ws_d		pic 9(07) usage display.
01 Mismatch_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).
01 Entry_date_ws		str(8).
01 Msg_name_ws			str(35).
01 File_name_ws			str(35).

%def <ACE>    %`SBJ_DD_PATH:ACE_FSECT.DDL`    %end
%def <RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def		%^ local fsect.

Rpt_payee_log:		que(	%`SBJ_DD_PATH:PAYEE_CHECK_LOG.DDF`);
Rpt_init_status:	Boolean;   %^ Success/Failure on return from rpt_init call

%end

%Linkage

01 abort_ls    %long.

%Procedure returning abort_ls.

A00_MAIN.

    Move 0 to abort_ls.

    Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

    Open Output PAYEE_RPT_FILE.

    Move spaces to Report_line_ws.
    String "Confirmation of payee - beneficiary name mismatches"
	    Delimited by size
	    into Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Bank  Src  Trn               Out  Score  "
	    "Message name                         On-file name"
	    Delimited by size
	    into Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Perform B10_SCAN_PAYEE_LOG thru B10_SCAN_PAYEE_LOG_end.

    Move spaces to Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Mismatch rate by bank and source"
	    Delimited by size
	    into Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Move spaces to Report_line_ws.
    String "Bank  Src  Checked  Passed   Warned   Held     Rate_pct"
	    Delimited by size
	    into Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Perform B20_PRINT_TALLY thru B20_PRINT_TALLY_end.

    Move Checked_count_ws to Checked_count_ws_d.
    Move Mismatch_count_ws to Mismatch_count_ws_d.
    Move spaces to Report_line_ws.
    String Mismatch_count_ws_d Delimited by size,
	   " mismatch(es) in " Delimited by size,
	   Checked_count_ws_d Delimited by size,
	   " payment(s) checked" Delimited by size
	    into Report_line_ws.
    Write PAYEE_RPT_REC from Report_line_ws.

    Close PAYEE_RPT_FILE.

A00_MAIN_END.
    %Exit Program;.

A10_SBJ_INIT.

    call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier, so
* this report can be scoped to a single day's activity (default today).
    Call "RPT_INIT" returning Rpt_init_status.

    If Failure_is in Rpt_init_status
	Move 1 to abort_ls
	%EXIT PROGRAM;
    End-if.

    Perform varying Cop_idx_ws from 1 by 1
	    until Cop_idx_ws > 200
	Move spaces to Cop_tally_bank_ws(Cop_idx_ws)
	Move spaces to Cop_tally_src_ws(Cop_idx_ws)
	Move zero to Cop_tally_checked_ws(Cop_idx_ws)
	Move zero to Cop_tally_passed_ws(Cop_idx_ws)
	Move zero to Cop_tally_warned_ws(Cop_idx_ws)
	Move zero to Cop_tally_held_ws(Cop_idx_ws)
    End-perform.

    %ACE_CONN_Q "MTS"////"PAYEE_CHECK_LOG" to Rpt_payee_log giving Rpt_init_status;

A10_SBJ_INIT_end.
    Exit.

B10_SCAN_PAYEE_LOG.
%^ Walk every entry in PAYEE_CHECK_LOG; tally the report date's by
%^ bank and source, and list the ones that did not pass.

    %beg
    BREAK: Rpt_payee_log;
    FIRST: Rpt_payee_log;
    %end.

    Perform until Seq_end_is in Rpt_payee_log_cursor

	%beg Entry_date_ws = Rpt_payee_log.Systime.yyyymmdd; %end

	If Entry_date_ws not = Rpt_Date.yyyymmdd
	    Continue
	Else
	    Perform X10_FIND_COP_SLOT thru X10_FIND_COP_SLOT_end
	    Add 1 to Checked_count_ws
	    If Cop_slot_ws not = zero
		Add 1 to Cop_tally_checked_ws(Cop_slot_ws)
	    End-if

	    Evaluate Outcome of Rpt_payee_log
		When "H"
		    If Cop_slot_ws not = zero
			Add 1 to Cop_tally_held_ws(Cop_slot_ws)
		    End-if
		When "W"
		    If Cop_slot_ws not = zero
			Add 1 to Cop_tally_warned_ws(Cop_slot_ws)
		    End-if
		When other
		    If Cop_slot_ws not = zero
			Add 1 to Cop_tally_passed_ws(Cop_slot_ws)
		    End-if
	    End-evaluate

	    If Outcome of Rpt_payee_log = "H" or "W"
		Add 1 to Mismatch_count_ws
		Move Score of Rpt_payee_log to Score_ws_d
		%beg
		Msg_name_ws = Rpt_payee_log.Msg_name;
		File_name_ws = Rpt_payee_log.File_name;
		%end
		Move spaces to Report_line_ws
		String Bank of Rpt_payee_log      Delimited by size,
		       "   "                      Delimited by size,
		       Src_code of Rpt_payee_log  Delimited by size,
		       "  "                       Delimited by size,
		       Trn_date of Rpt_payee_log  Delimited by size,
		       " "                        Delimited by size,
		       Trn_num of Rpt_payee_log   Delimited by size,
		       "  "                       Delimited by size,
		       Outcome of Rpt_payee_log   Delimited by size,
		       "    "                     Delimited by size,
		       Score_ws_d                 Delimited by size,
		       "    "                     Delimited by size,
		       Msg_name_ws                Delimited by size,
		       "  "                       Delimited by size,
		       File_name_ws               Delimited by size
			into Report_line_ws
		Write PAYEE_RPT_REC from Report_line_ws
	    End-if
	End-if

	%beg NEXT: Rpt_payee_log; %end

    End-perform.

    %beg BREAK: Rpt_payee_log; %end.

B10_SCAN_PAYEE_LOG_end.
    Exit.

B20_PRINT_TALLY.
%^ One line per bank/source actually seen.  The rate is the warned
%^ plus held share of the wires checked, to two decimal places.

    Perform varying Cop_idx_ws from 1 by 1
	    until Cop_idx_ws > 200

	If Cop_tally_bank_ws(Cop_idx_ws) not = spaces
	  and Cop_tally_checked_ws(Cop_idx_ws) > 0

	    Compute Cop_rate_ws =
		((Cop_tally_warned_ws(Cop_idx_ws) +
		  Cop_tally_held_ws(Cop_idx_ws)) * 10000) /
		Cop_tally_checked_ws(Cop_idx_ws)
	    Divide Cop_rate_ws by 100 giving Cop_rate_int_ws
		remainder Cop_rate_frac_ws

	    Move Cop_tally_checked_ws(Cop_idx_ws) to Checked_ws_d
	    Move Cop_tally_passed_ws(Cop_idx_ws) to Passed_ws_d
	    Move Cop_tally_warned_ws(Cop_idx_ws) to Warned_ws_d
	    Move Cop_tally_held_ws(Cop_idx_ws) to Held_ws_d
	    Move Cop_rate_int_ws to Rate_int_ws_d
	    Move Cop_rate_frac_ws to Rate_frac_ws_d

	    Move spaces to Report_line_ws
	    String Cop_tally_bank_ws(Cop_idx_ws) Delimited by size,
		   "   "                         Delimited by size,
		   Cop_tally_src_ws(Cop_idx_ws)  Delimited by size,
		   "  "                          Delimited by size,
		   Checked_ws_d                  Delimited by size,
		   "  "                          Delimited by size,
		   Passed_ws_d                   Delimited by size,
		   "  "                          Delimited by size,
		   Warned_ws_d                   Delimited by size,
		   "  "                          Delimited by size,
		   Held_ws_d                     Delimited by size,
		   "  "                          Delimited by size,
		   Rate_int_ws_d                 Delimited by size,
		   "."                           Delimited by size,
		   Rate_frac_ws_d                Delimited by size
		    into Report_line_ws
	    Write PAYEE_RPT_REC from Report_line_ws
	End-if

    End-perform.

B20_PRINT_TALLY_end.
    Exit.

X10_FIND_COP_SLOT.
%^ Return (in Cop_slot_ws) the tally slot for the current entry's bank
%^ and source, claiming the next free slot the first time the
%^ combination is seen.

    Move zero to Cop_slot_ws.
    Move spaces to Cop_bank_chk_ws.
    Move Bank of Rpt_payee_log to Cop_bank_chk_ws.
    Move spaces to Cop_src_chk_ws.
    Move Src_code of Rpt_payee_log to Cop_src_chk_ws.

    Perform varying Cop_idx_ws from 1 by 1
	    until Cop_idx_ws > 200
	If (Cop_tally_bank_ws(Cop_idx_ws) = Cop_bank_chk_ws
	  and Cop_tally_src_ws(Cop_idx_ws) = Cop_src_chk_ws)
	  or Cop_tally_bank_ws(Cop_idx_ws) = spaces
	    Move Cop_idx_ws to Cop_slot_ws
	    Move Cop_bank_chk_ws to Cop_tally_bank_ws(Cop_idx_ws)
	    Move Cop_src_chk_ws to Cop_tally_src_ws(Cop_idx_ws)
	    Move 201 to Cop_idx_ws
	End-if
    End-perform.

X10_FIND_COP_SLOT_end.
    Exit.

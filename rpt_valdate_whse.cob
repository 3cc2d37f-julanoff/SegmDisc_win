%Module RPT_VALDATE_WHSE <main>;
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

* Future value-date warehouse inventory.
*
* Lists what DEBITSIDE_LOOKUP has parked in VALDATE_WHSE_QUE and
* VALDATE_RELEASE has not yet released, totalled by value date and
* currency -- the treasury desk's view of the funding coming due.
* The queue is keyed value date + TRN, so the totals come out in
* value-date order; a currency's lines within a date are in the order
* first met.  Wires rolled past a holiday are counted under their
* new date.

* REVISION HISTORY
* ----------------
*
* R. Iverson	24-Aug-2010	CR13201
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select WHSE_RPT_FILE	Assign to "RPT_VALDATE_WHSE_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  WHSE_RPT_FILE record 132 characters.
01  WHSE_RPT_REC		Pic X(132).

Working-Storage Section.

01 Whse_count_ws		pic 9(07) comp-5 value zeroes.
01 Rolled_count_ws		pic 9(07) comp-5 value zeroes.
01 Tot_used_ws			pic 9(03) comp-5 value zeroes.
01 Tot_idx_ws			pic 9(03) comp-5 value zeroes.
01 Tot_lost_ws			pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs below.
01 Whse_count_ws_d		pic 9(07) usage display.
01 Rolled_count_ws_d		pic 9(07) usage display.
01 Tot_lost_ws_d		pic 9(07) usage display.
01 Tot_count_ws_d		pic 9(07) usage display.
01 Tot_amount_ws_d		pic 9(15)v9(3) usage display.

* Totals by value date and currency, in the order first met.
01 Whse_tot_table.
   02 Whse_tot_entry occurs 200 times.
      03 Tot_vdate_ws		Pic X(08).
      03 Tot_ccy_ws		Pic X(03).
      03 Tot_count_ws		pic 9(07) comp-5.
      03 Tot_amount_ws		pic 9(15)v9(3) comp-3.

01 Whse_vdate_ws		Pic X(08).
01 Whse_ccy_ws			Pic X(03).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rpt_whse_que:		que(	%`SBJ_DD_PATH:VALDATE_WHSE_QUE.DDF`);
Ws_rsts:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output WHSE_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Future value-date warehouse inventory"
		Delimited by size
		into Report_line_ws.
	Write WHSE_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Value_dt  Ccy  Wires    Amount" Delimited by size
		into Report_line_ws.
	Write WHSE_RPT_REC from Report_line_ws.

	Perform B10_SCAN_WHSE thru B10_SCAN_WHSE_end.

	Perform C10_REPORT_TOTALS thru C10_REPORT_TOTALS_end.

	Move Whse_count_ws to Whse_count_ws_d.
	Move Rolled_count_ws to Rolled_count_ws_d.
	Move spaces to Report_line_ws.
	String Whse_count_ws_d Delimited by size,
	       " wire(s) warehoused, " Delimited by size,
	       Rolled_count_ws_d Delimited by size,
	       " rolled past a holiday" Delimited by size
		into Report_line_ws.
	Write WHSE_RPT_REC from Report_line_ws.

	If Tot_lost_ws > 0
	    Move Tot_lost_ws to Tot_lost_ws_d
	    Move spaces to Report_line_ws
	    String Tot_lost_ws_d Delimited by size,
		   " wire(s) beyond 200 date/currency lines not totalled"
			Delimited by size
		    into Report_line_ws
	    Write WHSE_RPT_REC from Report_line_ws
	End-if.

	Close WHSE_RPT_FILE.

	%^*********************************************************************
	%^* RPT_VALDATE_WHSE$_COUNT  /I ${1} wire(s) in the future value-date
	%^*	warehouse, ${2} rolled past a holiday.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_VALDATE_WHSE$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Whse_count_ws, Rolled_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Rpt_whse_que	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"VALDATE_WHSE_QUE" to Rpt_whse_que giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


B10_SCAN_WHSE.

	%beg
	FIRST: Rpt_whse_que;
	%end.

	Perform until Seq_end_is in Rpt_whse_que_cursor

	    If Whse_status of Rpt_whse_que = "W"
		Perform C20_ADD_ONE thru C20_ADD_ONE_end
	    End-if

	    %beg NEXT: Rpt_whse_que; %end

	End-perform.

	%beg
	BREAK: Rpt_whse_que;
	%end.

B10_SCAN_WHSE_end.
	Exit.


C10_REPORT_TOTALS.

	Perform varying Tot_idx_ws from 1 by 1
		  until Tot_idx_ws > Tot_used_ws
	    Move Tot_count_ws(Tot_idx_ws) to Tot_count_ws_d
	    Move Tot_amount_ws(Tot_idx_ws) to Tot_amount_ws_d
	    Move spaces to Report_line_ws
	    String Tot_vdate_ws(Tot_idx_ws) Delimited by size,
		   "  " Delimited by size,
		   Tot_ccy_ws(Tot_idx_ws) Delimited by size,
		   "  " Delimited by size,
		   Tot_count_ws_d Delimited by size,
		   "  " Delimited by size,
		   Tot_amount_ws_d Delimited by size
		    into Report_line_ws
	    Write WHSE_RPT_REC from Report_line_ws
	End-perform.

C10_REPORT_TOTALS_end.
	Exit.


C20_ADD_ONE.
%^ Count the wire and add it to its value date/currency line.

	Add 1 to Whse_count_ws.
	If Roll_count of Rpt_whse_que > 0
	    Add 1 to Rolled_count_ws
	End-if.

	Move Value_date of Rpt_whse_que to Whse_vdate_ws.
	Move Currency of Rpt_whse_que to Whse_ccy_ws.

	Move 1 to Tot_idx_ws.
	Perform until Tot_idx_ws > Tot_used_ws
		   or (Tot_vdate_ws(Tot_idx_ws) = Whse_vdate_ws
		       and Tot_ccy_ws(Tot_idx_ws) = Whse_ccy_ws)
	    Add 1 to Tot_idx_ws
	End-perform.

	If Tot_idx_ws > Tot_used_ws
	    If Tot_used_ws >= 200
		Add 1 to Tot_lost_ws
		Go to C20_ADD_ONE_end
	    End-if
	    Add 1 to Tot_used_ws
	    Move Tot_used_ws to Tot_idx_ws
	    Move Whse_vdate_ws to Tot_vdate_ws(Tot_idx_ws)
	    Move Whse_ccy_ws to Tot_ccy_ws(Tot_idx_ws)
	    Move zero to Tot_count_ws(Tot_idx_ws), Tot_amount_ws(Tot_idx_ws)
	End-if.

	Add 1 to Tot_count_ws(Tot_idx_ws).
	Add Amount of Rpt_whse_que to Tot_amount_ws(Tot_idx_ws).

C20_ADD_ONE_end.
	Exit.
